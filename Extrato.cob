000180*               PERIODO, LE PIX-OUT (DEBITOS CONCLUIDOS) E
000190*               PENDING-PIX (CREDITOS LIQUIDADOS) DA CONTA NO
000200*               PERIODO, ORDENA POR DATA E IMPRIME O EXTRATO COM
000210*               SALDO ACUMULADO NO PERIODO. O SALDO INICIAL DO
000211*               PERIODO VEM DO HISTORICO DE SALDOS DIARIOS
000212*               (SALDO-HISTORICO) GRAVADO PELO FECHDIA.
000220*    HISTORICO DE ALTERACOES
000230*    DATA       AUTOR     DESCRICAO
000240*    08/08/2026 DLF       CRIACAO DO PROGRAMA.
000247*                         DEBITOS SAO BUSCADOS TAMBEM NO
000248*                         HISTORICO (PIX-HISTORICO), DE FORMA
000249*                         TRANSPARENTE PARA O OPERADOR.
000250*    15/10/2026 DLF       SALDO INICIAL DO PERIODO TIRADO DO
000251*                         HISTORICO DE SALDOS (SALDO-HISTORICO):
000252*                         SALDO DE FECHAMENTO DO ULTIMO DIA ANTES
000253*                         DO PERIODO MAIS O MOVIMENTO ENTRE ESSE
000254*                         DIA E O INICIO DO PERIODO. O RECUO A
000255*                         PARTIR DO SALDO ATUAL FICA SO PARA
000256*                         PERIODO ANTERIOR AO HISTORICO.
000257*----------------------------------------------------------------

000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS WS-STATUS-EXTRT.

000501     SELECT SALDO-HISTORICO
000502         ASSIGN TO "SLDHST"
000503         ORGANIZATION IS INDEXED
000504         ACCESS MODE IS DYNAMIC
000505         RECORD KEY IS SDH-CHAVE
000506         FILE STATUS IS WS-STATUS-SLDHST.

000510     SELECT WORK-EXTRATO
000520         ASSIGN TO "SRTWRK".

000620     LABEL RECORD IS STANDARD.
000630 COPY CTPXPND.

000631 FD  SALDO-HISTORICO
000632     LABEL RECORD IS STANDARD.
000633 COPY CTSLDH.

000640 FD  RELATORIO-EXTRATO
000650     LABEL RECORD IS STANDARD.
000660 01  REG-RELATORIO-EXTRATO      PIC X(80).
000800 01  WS-STATUS-PIXPND            PIC X(02).
000810 01  WS-STATUS-EXTRT             PIC X(02).
000812 01  WS-STATUS-PIXHST            PIC X(02).
000813 01  WS-STATUS-SLDHST            PIC X(02).

000820*    PARAMETROS DO EXTRATO, INFORMADOS PELO OPERADOR
000830 01  WS-CONTA-EXTRATO            PIC 9(10).
000880 01  WS-NET-PERIODO              PIC S9(11)V99 COMP-3 VALUE ZERO.
000890 01  WS-NET-POS-PERIODO          PIC S9(11)V99 COMP-3 VALUE ZERO.
000900 01  WS-SALDO-ACUMULADO          PIC S9(11)V99 COMP-3 VALUE ZERO.
000901 01  WS-NET-PRE-PERIODO          PIC S9(11)V99 COMP-3 VALUE ZERO.
000902 01  WS-SALDO-HISTORICO          PIC S9(11)V99 COMP-3 VALUE ZERO.
000903 01  WS-DATA-SALDO-HIST          PIC 9(08) VALUE ZERO.
000904 01  WS-SW-SALDO-HIST            PIC X(01) VALUE 'N'.
000905     88  WS-SALDO-HIST-ACHADO        VALUE 'S'.
000906 01  WS-SW-FIM-SLDHST            PIC X(01) VALUE 'N'.
000907     88  WS-FIM-SLDHST               VALUE 'Y'.
000908 01  WL-SALDO-INICIAL-ED         PIC -ZZZ,ZZZ,ZZ9.99.
000910 01  WS-SW-FIM-PIXOUT            PIC X(01) VALUE 'N'.
000920     88  WS-FIM-PIXOUT               VALUE 'Y'.
000922 01  WS-SW-FIM-PIXHST            PIC X(01) VALUE 'N'.
001350         STOP RUN
001360     END-IF.

001370*    O SALDO INICIAL DO EXTRATO VEM DO HISTORICO DE SALDOS; O
001380*    SALDO ATUAL DA CONTA SO E RECUADO PELOS LANCAMENTOS QUANDO
001390*    NAO HA HISTORICO ANTERIOR AO PERIODO.
001400     MOVE WS-CONTA-EXTRATO TO CTM-NUM-CONTA.
001410     READ CONTA-MASTER
001420         KEY IS CTM-NUM-CONTA
001450             STOP RUN
001460     END-READ.
001470     MOVE CTM-SALDO TO WS-SALDO-ATUAL.
001471     PERFORM 1100-BUSCAR-SALDO-HIST
001472         THRU 1100-BUSCAR-SALDO-HIST-EXIT.

001480     OPEN INPUT PIX-OUT.
001490     IF WS-STATUS-PIXOUT NOT = '00'
002060         GO TO 2100-LER-PIXOUT-EXIT
002070     END-IF.
002080     IF PXO-DATA-MOVIMENTO < WS-DATA-INICIAL
002081         IF WS-SALDO-HIST-ACHADO
002082             AND PXO-DATA-MOVIMENTO > WS-DATA-SALDO-HIST
002083             SUBTRACT PXO-VALOR FROM WS-NET-PRE-PERIODO
002084         END-IF
002090         GO TO 2100-LER-PIXOUT-EXIT
002100     END-IF.

002340         GO TO 2200-LER-PIXPND-EXIT
002350     END-IF.
002360     IF PXP-DATA-LIQUIDACAO < WS-DATA-INICIAL
002361         IF WS-SALDO-HIST-ACHADO
002362             AND PXP-DATA-LIQUIDACAO > WS-DATA-SALDO-HIST
002363             ADD PXP-VALOR TO WS-NET-PRE-PERIODO
002364         END-IF
002370         GO TO 2200-LER-PIXPND-EXIT
002380     END-IF.

002600*    PERIODO. ASSIM O SALDO ACUMULADO IMPRESSO NA ULTIMA LINHA
002610*    CONFIRA COM O SALDO REAL DA CONTA NA DATA FINAL PEDIDA, E
002620*    NAO SO QUANDO A DATA FINAL FOR HOJE.
002621*    COM SALDO NO HISTORICO ANTERIOR AO PERIODO, O SALDO INICIAL
002622*    E O SALDO DE FECHAMENTO DAQUELE DIA MAIS O EFEITO NETO DO
002623*    QUE FOI LANCADO DEPOIS DELE E ANTES DO PERIODO
002624*    (WS-NET-PRE-PERIODO); O RECUO A PARTIR DO SALDO ATUAL FICA
002625*    SO PARA PERIODO ANTERIOR AO INICIO DO HISTORICO.
002626     IF WS-SALDO-HIST-ACHADO
002627         COMPUTE WS-SALDO-ACUMULADO =
002628             WS-SALDO-HISTORICO + WS-NET-PRE-PERIODO
002629     ELSE
002630         COMPUTE WS-SALDO-ACUMULADO =
002640             WS-SALDO-ATUAL - WS-NET-POS-PERIODO - WS-NET-PERIODO
002641     END-IF.
002642     MOVE WS-SALDO-ACUMULADO TO WL-SALDO-INICIAL-ED.
002643     MOVE SPACES TO REG-RELATORIO-EXTRATO.
002644     STRING 'SALDO INICIAL DO PERIODO: ' WL-SALDO-INICIAL-ED
002645         DELIMITED BY SIZE INTO REG-RELATORIO-EXTRATO.
002646     WRITE REG-RELATORIO-EXTRATO.

002650     PERFORM 4100-LER-SORT THRU 4100-LER-SORT-EXIT
002660         UNTIL WS-FIM-SORT.
003320         GO TO 2150-LER-PIXHST-EXIT
003330     END-IF.
003340     IF PXH-DATA-MOVIMENTO < WS-DATA-INICIAL
003341         IF WS-SALDO-HIST-ACHADO
003342             AND PXH-DATA-MOVIMENTO > WS-DATA-SALDO-HIST
003343             SUBTRACT PXH-VALOR FROM WS-NET-PRE-PERIODO
003344         END-IF
003350         GO TO 2150-LER-PIXHST-EXIT
003360     END-IF.





003460*----------------------------------------------------------------
003470*    BUSCA NO HISTORICO DE SALDOS (SALDO-HISTORICO) O SALDO DE
003480*    FECHAMENTO DO ULTIMO DIA DA CONTA ANTERIOR AO INICIO DO
003490*    PERIODO. QUANDO ESSE DIA CAI EM MES JA ARQUIVADO, O MES
003500*    INICIAL PASSA A SER O DELE, PARA QUE O PIX-HISTORICO SEJA
003510*    LIDO E O MOVIMENTO ENTRE O DIA E O PERIODO SEJA SOMADO. SEM
003520*    HISTORICO (ARQUIVO AINDA NAO CRIADO OU CONTA SEM FECHAMENTO
003530*    ANTERIOR AO PERIODO) O EXTRATO RECUA O SALDO ATUAL, COMO
003540*    ANTES. PARAGRAFO INCLUIDO AO FINAL DO FONTE PARA NAO
003550*    RENUMERAR O PROGRAMA; E EXECUTADO POR 1000-INICIALIZAR.
003560*----------------------------------------------------------------
003570 1100-BUSCAR-SALDO-HIST.
003580     OPEN INPUT SALDO-HISTORICO.
003590     IF WS-STATUS-SLDHST NOT = '00'
003600         GO TO 1100-BUSCAR-SALDO-HIST-EXIT
003610     END-IF.

003620     MOVE WS-CONTA-EXTRATO TO SDH-NUM-CONTA.
003630     MOVE ZERO TO SDH-DATA.
003640     START SALDO-HISTORICO KEY IS NOT LESS THAN SDH-CHAVE
003650         INVALID KEY
003660             MOVE 'Y' TO WS-SW-FIM-SLDHST
003670     END-START.
003680     PERFORM 1110-LER-SALDO-HIST THRU 1110-LER-SALDO-HIST-EXIT
003690         UNTIL WS-FIM-SLDHST.
003700     CLOSE SALDO-HISTORICO.

003710     IF WS-SALDO-HIST-ACHADO
003720         AND WS-DATA-SALDO-HIST(1:6) < WS-MES-INICIAL
003730         MOVE WS-DATA-SALDO-HIST(1:6) TO WS-MES-INICIAL
003740     END-IF.
003750 1100-BUSCAR-SALDO-HIST-EXIT.
003760     EXIT.

003770 1110-LER-SALDO-HIST.
003780     READ SALDO-HISTORICO NEXT RECORD
003790         AT END
003800             MOVE 'Y' TO WS-SW-FIM-SLDHST
003810             GO TO 1110-LER-SALDO-HIST-EXIT
003820     END-READ.

003830     IF SDH-NUM-CONTA NOT = WS-CONTA-EXTRATO
003840         OR SDH-DATA NOT < WS-DATA-INICIAL
003850         MOVE 'Y' TO WS-SW-FIM-SLDHST
003860         GO TO 1110-LER-SALDO-HIST-EXIT
003870     END-IF.

003880     MOVE 'S' TO WS-SW-SALDO-HIST.
003890     MOVE SDH-DATA TO WS-DATA-SALDO-HIST.
003900     MOVE SDH-SALDO TO WS-SALDO-HISTORICO.
003910 1110-LER-SALDO-HIST-EXIT.
003920     EXIT.
