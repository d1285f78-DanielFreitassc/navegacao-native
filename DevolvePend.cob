000354*                         REMESSA-PIX PASSA A EXIGIR DEVPENDA),
000355*                         PARA QUE AS DEVOLUCOES DO DIA SAIAM NA
000356*                         REMESSA DO PROPRIO DIA.
000357*    15/10/2026 DLF       DEVOLUCAO GRAVADA EM PIX-OUT PASSA A
000358*                         GRAVAR PXO-ID-OPER-APROV EM BRANCO.
000359*    15/10/2026 DLF       DEVOLUCAO GRAVADA COM PXO-IND-CONTABIL
000360*                         EM BRANCO (AINDA NAO LANCADA PELO
000361*                         CONTABILIZA-PIX, QUE RODA ANTES DESTE
000362*                         JOB E A LANCA NA NOITE SEGUINTE).
000363*    15/10/2026 DLF       DEVOLUCAO GRAVADA COM O IDENTIFICADOR
000364*                         FIM A FIM (GERA-ID-PIX); SEM ELE A
000365*                         PENDENCIA FICA PARA A PROXIMA EXECUCAO.
000366*----------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
001360                                 VALUE 'FECHCAIX'.
001370     05  WS-CTL-FASE             PIC X(01).
001380     05  WS-CTL-RETORNO          PIC X(01).
001381
001382*    IDENTIFICADOR FIM A FIM DA DEVOLUCAO (VIA GERA-ID-PIX)
001383 01  WS-PARM-GERA-ID.
001384     05  WS-GID-ID-FIM-A-FIM     PIC X(32).
001385     05  WS-GID-RETORNO          PIC X(01).
001390
001400 PROCEDURE DIVISION.
001410
002600*----------------------------------------------------------------
002610 2200-DEVOLVER-PENDENCIA.
002620     ACCEPT WS-HORA-COMPLETA FROM TIME.
002621     CALL 'GERA-ID-PIX' USING WS-PARM-GERA-ID.
002622     IF WS-GID-RETORNO NOT = '0'
002623         DISPLAY 'PENDENCIA ' PXP-ID-PENDENCIA
002624                 ' NAO DEVOLVIDA - SEM ID FIM A FIM.'
002625         GO TO 2200-DEVOLVER-PENDENCIA-EXIT
002626     END-IF.
002630     MOVE PXP-NUM-CONTA-DESTINO TO PXO-NUM-CONTA-ORIGEM.
002640     MOVE 'DEVPENDA' TO PXO-ID-OPERADOR.
002650     MOVE SPACES TO PXO-CHAVE-PIX-DESTINO.
002750     MOVE SPACE TO PXO-IND-RETORNO-REDE.
002760     MOVE SPACE TO PXO-IND-TARIFA.
002765     MOVE SPACE TO PXO-IND-INTERNO.
002766     MOVE SPACES TO PXO-ID-OPER-APROV.
002767     MOVE SPACE TO PXO-IND-CONTABIL.
002768     MOVE WS-GID-ID-FIM-A-FIM TO PXO-ID-FIM-A-FIM.
002770     WRITE REG-PIX-OUT.
002780     IF WS-STATUS-PIXOUT NOT = '00'
002790         DISPLAY 'ERRO AO GRAVAR PIX-OUT: ' WS-STATUS-PIXOUT
