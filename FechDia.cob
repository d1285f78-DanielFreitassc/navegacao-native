000210*               RELATORIO DE QUEBRAS PARA AS CONTAS QUE NAO
000220*               CONFEREM. AO FINAL, ATUALIZA CTM-SALDO-ANTERIOR
000230*               PARA SERVIR DE BASE AO PROXIMO FECHAMENTO.
000231*               GRAVA AINDA O SALDO DE FECHAMENTO DO DIA DE CADA
000232*               CONTA NO HISTORICO DE SALDOS (SALDO-HISTORICO).
000240*    HISTORICO DE ALTERACOES
000250*    DATA       AUTOR     DESCRICAO
000260*    08/08/2026 DLF       CRIACAO DO PROGRAMA.
000268*                         RECUSADA SEM O PRE-REQUISITO CONCLUIDO NA
000269*                         DATA OU QUANDO O JOB JA CONCLUIU, SALVO
000270*                         LIBERACAO DO SUPERVISOR NO CONSOLE.
000271*    15/10/2026 DLF       GRAVACAO DO SALDO DE FECHAMENTO DO DIA
000272*                         POR CONTA NO HISTORICO DE SALDOS
000273*                         (SALDO-HISTORICO, CHAVE CONTA + DATA),
000274*                         BASE DO SALDO INICIAL DO EXTRATO E DO
000275*                         RELATORIO MENSAL DE SALDOS. CONTA
000276*                         ENCERRADA NAO GRAVA HISTORICO.
000277*----------------------------------------------------------------

000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS WS-STATUS-QUEBRAS.

000521     SELECT SALDO-HISTORICO
000522         ASSIGN TO "SLDHST"
000523         ORGANIZATION IS INDEXED
000524         ACCESS MODE IS DYNAMIC
000525         RECORD KEY IS SDH-CHAVE
000526         FILE STATUS IS WS-STATUS-SLDHST.

000530 DATA DIVISION.
000540 FILE SECTION.

000650     LABEL RECORD IS STANDARD.
000660 01  REG-RELATORIO-QUEBRAS      PIC X(80).

000661 FD  SALDO-HISTORICO
000662     LABEL RECORD IS STANDARD.
000663 COPY CTSLDH.

000670 WORKING-STORAGE SECTION.

000680*    CODIGOS DE RETORNO DE I-O
000700 01  WS-STATUS-PIXOUT            PIC X(02).
000710 01  WS-STATUS-PIXPND            PIC X(02).
000720 01  WS-STATUS-QUEBRAS           PIC X(02).
000721 01  WS-STATUS-SLDHST            PIC X(02).

000730*    DATA DO SISTEMA (USADA PARA TITULO DO RELATORIO)
000740 01  WS-DATA-AAAAMMDD            PIC 9(08).
000950 01  WS-QTD-QUEBRAS              PIC 9(05) COMP VALUE ZERO.
000960 01  WL-QTD-QUEBRAS-ED           PIC ZZZZ9.
000970 01  WS-CONTA-PROCURADA          PIC 9(10).
000971 01  WS-QTD-SALDOS-GRAVADOS      PIC 9(05) COMP VALUE ZERO.
000972 01  WL-QTD-SALDOS-ED            PIC ZZZZ9.

000980*    LINHA DO RELATORIO DE QUEBRAS
000990 01  WS-LINHA-RELATORIO.
001410         STOP RUN
001420     END-IF.

001421     PERFORM 1100-ABRIR-SALDO-HISTORICO
001422         THRU 1100-ABRIR-SALDO-HISTORICO-EXIT.

001430     MOVE 'FECHAMENTO DE MOVIMENTO - RELATORIO DE QUEBRAS'
001440         TO REG-RELATORIO-QUEBRAS.
001450     WRITE REG-RELATORIO-QUEBRAS.
002660     STRING 'TOTAL DE QUEBRAS ENCONTRADAS: ' WL-QTD-QUEBRAS-ED
002670         DELIMITED BY SIZE INTO REG-RELATORIO-QUEBRAS.
002680     WRITE REG-RELATORIO-QUEBRAS.
002681     MOVE WS-QTD-SALDOS-GRAVADOS TO WL-QTD-SALDOS-ED.
002682     MOVE SPACES TO REG-RELATORIO-QUEBRAS.
002683     STRING 'SALDOS GRAVADOS NO HISTORICO: ' WL-QTD-SALDOS-ED
002684         DELIMITED BY SIZE INTO REG-RELATORIO-QUEBRAS.
002685     WRITE REG-RELATORIO-QUEBRAS.
002686     DISPLAY 'SALDOS GRAVADOS NO HISTORICO: ' WL-QTD-SALDOS-ED.
002690 4000-CONFERIR-CONTAS-EXIT.
002700     EXIT.

002960             DISPLAY 'ERRO AO ATUALIZAR CONTA-MASTER: '
002970                 CTM-NUM-CONTA
002980     END-REWRITE.

002981     PERFORM 4200-GRAVAR-SALDO-HISTORICO
002982         THRU 4200-GRAVAR-SALDO-HISTORICO-EXIT.
002990 4100-LER-CTAMST-EXIT.
003000     EXIT.

003060     CLOSE PIX-OUT.
003070     CLOSE PENDING-PIX.
003080     CLOSE RELATORIO-QUEBRAS.
003081     CLOSE SALDO-HISTORICO.
003090 9999-FINALIZAR-EXIT.
003100     EXIT.
003110



003370
003380*----------------------------------------------------------------
003390*    GRAVA O SALDO DE FECHAMENTO DO DIA DA CONTA LIDA NO
003400*    HISTORICO DE SALDOS, COM OS CREDITOS E DEBITOS DO DIA. NA
003410*    REEXECUCAO NA MESMA DATA O REGISTRO E REGRAVADO. CONTA
003420*    ENCERRADA NAO GRAVA. PARAGRAFO INCLUIDO AO FINAL DO FONTE
003430*    PARA NAO RENUMERAR O PROGRAMA; E EXECUTADO POR
003440*    4100-LER-CTAMST.
003450*----------------------------------------------------------------
003460 4200-GRAVAR-SALDO-HISTORICO.
003470     IF CTM-CONTA-ENCERRADA
003480         GO TO 4200-GRAVAR-SALDO-HISTORICO-EXIT
003490     END-IF.

003495     MOVE SPACES TO REG-SALDO-HISTORICO.
003500     MOVE CTM-NUM-CONTA TO SDH-NUM-CONTA.
003510     MOVE WS-DATA-AAAAMMDD TO SDH-DATA.
003520     MOVE CTM-SALDO TO SDH-SALDO.
003530     MOVE WS-MOV-TOTAL-CREDITOS (WS-IDX-MOV)
003540         TO SDH-TOTAL-CREDITOS.
003550     MOVE WS-MOV-TOTAL-DEBITOS (WS-IDX-MOV) TO SDH-TOTAL-DEBITOS.
003560     MOVE CTM-STATUS-CONTA TO SDH-STATUS-CONTA.
003570     WRITE REG-SALDO-HISTORICO
003580         INVALID KEY
003590             REWRITE REG-SALDO-HISTORICO
003600                 INVALID KEY
003610                     DISPLAY 'ERRO AO GRAVAR SALDO-HISTORICO: '
003620                         WS-STATUS-SLDHST ' CONTA ' CTM-NUM-CONTA
003630             END-REWRITE
003640     END-WRITE.
003650     ADD 1 TO WS-QTD-SALDOS-GRAVADOS.
003660 4200-GRAVAR-SALDO-HISTORICO-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------------
003700*    ABERTURA DO HISTORICO DE SALDOS. SEM HISTORICO (PRIMEIRO
003710*    FECHAMENTO) O ARQUIVO E CRIADO VAZIO. PARAGRAFO INCLUIDO AO
003720*    FINAL DO FONTE PARA NAO RENUMERAR O PROGRAMA; E EXECUTADO
003730*    POR 1000-INICIALIZAR.
003740*----------------------------------------------------------------
003750 1100-ABRIR-SALDO-HISTORICO.
003760     OPEN I-O SALDO-HISTORICO.
003770     IF WS-STATUS-SLDHST NOT = '00'
003780         OPEN OUTPUT SALDO-HISTORICO
003790         CLOSE SALDO-HISTORICO
003800         OPEN I-O SALDO-HISTORICO
003810     END-IF.
003820     IF WS-STATUS-SLDHST NOT = '00'
003830         DISPLAY 'ERRO AO ABRIR SALDO-HISTORICO: '
003840             WS-STATUS-SLDHST
003850         STOP RUN
003860     END-IF.
003870 1100-ABRIR-SALDO-HISTORICO-EXIT.
003880     EXIT.
