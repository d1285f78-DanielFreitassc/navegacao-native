000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RELATORIO-COBRANCA.
000120 AUTHOR. DANIEL L. FREITAS.
000130 INSTALLATION. AGENCIA CENTRAL - SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*    DESCRICAO: RELATORIO DIARIO DE COBRANCAS PIX POR CONTA
000180*               RECEBEDORA (BATCH DIARIO, DEPOIS DO CARGA-PIX).
000190*               PERCORRE O CADASTRO DE COBRANCAS (COBRANCA-PIX),
000200*               MARCA COMO EXPIRADA A COBRANCA AINDA ABERTA CUJA
000210*               DATA LIMITE DE PAGAMENTO JA PASSOU, E LISTA, POR
000220*               CONTA, AS COBRANCAS PAGAS NO DIA (PAGA, PAGA A
000230*               MENOR OU PAGA A MAIOR, COM A PENDENCIA DO
000240*               CREDITO), AS VENCIDAS AINDA EM ABERTO E AS
000250*               EXPIRADAS NO DIA. LISTA TAMBEM OS CREDITOS DO
000260*               DIA QUE CHEGARAM COM TXID SEM COBRANCA ABERTA
000270*               (PENDING-PIX, NAO CASADOS PELO CARGA-PIX), PARA
000280*               O CLIENTE IDENTIFICAR O PAGAMENTO.
000290*    HISTORICO DE ALTERACOES
000300*    DATA       AUTOR     DESCRICAO
000310*    15/10/2026 DLF       CRIACAO DO PROGRAMA.
000320*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT COBRANCA-PIX
000380         ASSIGN TO "COBPIX"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS COB-TXID
000420         FILE STATUS IS WS-STATUS-COBPIX.
000430
000440     SELECT PENDING-PIX
000450         ASSIGN TO "PIXPND"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PXP-ID-PENDENCIA
000490         FILE STATUS IS WS-STATUS-PIXPND.
000500
000510     SELECT CONTA-MASTER
000520         ASSIGN TO "CTAMST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS CTM-NUM-CONTA
000560         FILE STATUS IS WS-STATUS-CTAMST.
000570
000580     SELECT RELATORIO-COBRANCA
000590         ASSIGN TO "RELCOB"
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS WS-STATUS-RELCOB.
000630
000640     SELECT WORK-COBRANCA
000650         ASSIGN TO "SRTCOB".
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690
000700 FD  COBRANCA-PIX
000710     LABEL RECORD IS STANDARD.
000720 COPY CTCOBR.
000730
000740 FD  PENDING-PIX
000750     LABEL RECORD IS STANDARD.
000760 COPY CTPXPND.
000770
000780 FD  CONTA-MASTER
000790     LABEL RECORD IS STANDARD.
000800 COPY CTCTAM.
000810
000820 FD  RELATORIO-COBRANCA
000830     LABEL RECORD IS STANDARD.
000840 01  REG-RELATORIO-COBRANCA     PIC X(80).
000850
000860 SD  WORK-COBRANCA.
000870 01  REG-WORK-COBRANCA.
000880     05  WRK-NUM-CONTA           PIC 9(10).
000890     05  WRK-CATEGORIA           PIC X(01).
000900         88  WRK-CAT-PAGA            VALUE '1'.
000910         88  WRK-CAT-VENCIDA         VALUE '2'.
000920         88  WRK-CAT-EXPIRADA        VALUE '3'.
000930         88  WRK-CAT-NAO-CASADO      VALUE '4'.
000940     05  WRK-DATA                PIC 9(08).
000950     05  WRK-DESCRICAO           PIC X(35).
000960     05  WRK-STATUS              PIC X(01).
000970     05  WRK-VALOR               PIC S9(09)V99 COMP-3.
000980     05  WRK-VALOR-COBRADO       PIC S9(09)V99 COMP-3.
000990     05  WRK-ID-PENDENCIA        PIC 9(06).
001000
001010 WORKING-STORAGE SECTION.
001020
001030*    CODIGOS DE RETORNO DE I-O
001040 01  WS-STATUS-COBPIX            PIC X(02).
001050 01  WS-STATUS-PIXPND            PIC X(02).
001060 01  WS-STATUS-CTAMST            PIC X(02).
001070 01  WS-STATUS-RELCOB            PIC X(02).
001080
001090*    DATA DO SISTEMA
001100 01  WS-DATA-AAAAMMDD            PIC 9(08).
001110
001120*    CAMPOS DE TRABALHO DA SELECAO E DA QUEBRA POR CONTA
001130 01  WS-SW-FIM-COBPIX            PIC X(01) VALUE 'N'.
001140     88  WS-FIM-COBPIX               VALUE 'Y'.
001150 01  WS-SW-FIM-PIXPND            PIC X(01) VALUE 'N'.
001160     88  WS-FIM-PIXPND               VALUE 'Y'.
001170 01  WS-SW-FIM-SORT              PIC X(01) VALUE 'N'.
001180     88  WS-FIM-SORT                 VALUE 'Y'.
001190 01  WS-CONTA-ANTERIOR           PIC 9(10) VALUE ZERO.
001200 01  WS-NOME-TITULAR             PIC X(30).
001210
001220*    CONTADORES POR CONTA E GERAIS
001230 01  WS-CTA-PAGAS                PIC 9(05) COMP VALUE ZERO.
001240 01  WS-CTA-VENCIDAS             PIC 9(05) COMP VALUE ZERO.
001250 01  WS-CTA-EXPIRADAS            PIC 9(05) COMP VALUE ZERO.
001260 01  WS-CTA-NAO-CASADOS          PIC 9(05) COMP VALUE ZERO.
001270 01  WS-QTD-CONTAS               PIC 9(05) COMP VALUE ZERO.
001280 01  WS-QTD-PAGAS                PIC 9(05) COMP VALUE ZERO.
001290 01  WS-QTD-VENCIDAS             PIC 9(05) COMP VALUE ZERO.
001300 01  WS-QTD-EXPIRADAS            PIC 9(05) COMP VALUE ZERO.
001310 01  WS-QTD-NAO-CASADOS          PIC 9(05) COMP VALUE ZERO.
001320 01  WS-TOT-RECEBIDO             PIC S9(11)V99 COMP-3 VALUE ZERO.
001330 01  WS-TOT-VENCIDO              PIC S9(11)V99 COMP-3 VALUE ZERO.
001340 01  WL-QTD-ED                   PIC ZZZZ9.
001350 01  WL-QTD-ED-2                 PIC ZZZZ9.
001360 01  WL-QTD-ED-3                 PIC ZZZZ9.
001370 01  WL-QTD-ED-4                 PIC ZZZZ9.
001380 01  WL-TOTAL-ED                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001390
001400*    LINHA DE DETALHE DO RELATORIO. A DATA E O VENCIMENTO NA
001410*    COBRANCA VENCIDA OU EXPIRADA E O DIA DO CREDITO NA PAGA E
001420*    NO CREDITO NAO CASADO; O VALOR E O VALOR RECEBIDO NESTES
001430*    DOIS CASOS E O VALOR DA COBRANCA NOS DEMAIS.
001440 01  WS-LINHA-COBRANCA.
001450     05  FILLER                  PIC X(01)  VALUE SPACE.
001460     05  WL-SITUACAO             PIC X(12).
001470     05  FILLER                  PIC X(01)  VALUE SPACE.
001480     05  WL-DESCRICAO            PIC X(35).
001490     05  FILLER                  PIC X(01)  VALUE SPACE.
001500     05  WL-DATA                 PIC 9(08).
001510     05  FILLER                  PIC X(01)  VALUE SPACE.
001520     05  WL-VALOR                PIC -ZZZ,ZZZ,ZZ9.99.
001530
001540*    LINHA COMPLEMENTAR DA COBRANCA PAGA (PENDENCIA DO CREDITO
001550*    E VALOR COBRADO, PARA A CONFERENCIA DO PAGO A MENOR/MAIOR)
001560 01  WS-LINHA-PAGAMENTO.
001570     05  FILLER                  PIC X(14)  VALUE SPACE.
001580     05  FILLER                  PIC X(10)  VALUE 'PENDENCIA '.
001590     05  WL-ID-PENDENCIA         PIC 9(06).
001600     05  FILLER                  PIC X(20)
001610                                 VALUE '  VALOR DA COBRANCA '.
001620     05  WL-VALOR-COBRADO        PIC -ZZZ,ZZZ,ZZ9.99.
001630
001640*    CONTROLE DE EXECUCAO DO JOB (RUN-CONTROL, VIA CTRL-JOB)
001650 01  WS-PARM-CTRL-JOB.
001660     05  WS-CTL-JOB              PIC X(08) VALUE 'RELCOBRA'.
001670     05  WS-CTL-JOB-PRECEDENTE   PIC X(08)
001680                                 VALUE 'CARGAPIX'.
001690     05  WS-CTL-FASE             PIC X(01).
001700     05  WS-CTL-RETORNO          PIC X(01).
001710
001720 PROCEDURE DIVISION.
001730
001740 0000-MAINLINE.
001750     PERFORM 0100-REGISTRAR-INICIO
001760         THRU 0100-REGISTRAR-INICIO-EXIT.
001770     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001780     SORT WORK-COBRANCA
001790         ON ASCENDING KEY WRK-NUM-CONTA WRK-CATEGORIA
001800                          WRK-DATA WRK-DESCRICAO
001810         INPUT PROCEDURE IS 2000-SELECIONAR-COBRANCAS
001820             THRU 2000-SELECIONAR-COBRANCAS-EXIT
001830         OUTPUT PROCEDURE IS 4000-IMPRIMIR-COBRANCAS
001840             THRU 4000-IMPRIMIR-COBRANCAS-EXIT.
001850     PERFORM 3000-IMPRIMIR-TOTAIS
001860         THRU 3000-IMPRIMIR-TOTAIS-EXIT.
001870     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001880     PERFORM 9800-REGISTRAR-FIM
001890         THRU 9800-REGISTRAR-FIM-EXIT.
001900     STOP RUN.
001910
001920*----------------------------------------------------------------
001930*    ABERTURA DOS ARQUIVOS E CABECALHO DO RELATORIO. SEM
001940*    CADASTRO DE COBRANCAS (NENHUMA COBRANCA INCLUIDA ATE HOJE)
001950*    O RELATORIO SAI SO COM OS TOTAIS ZERADOS.
001960*----------------------------------------------------------------
001970 1000-INICIALIZAR.
001980     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
001990
002000     OPEN I-O COBRANCA-PIX.
002010     IF WS-STATUS-COBPIX NOT = '00'
002020         OPEN OUTPUT COBRANCA-PIX
002030         CLOSE COBRANCA-PIX
002040         OPEN I-O COBRANCA-PIX
002050     END-IF.
002060     IF WS-STATUS-COBPIX NOT = '00'
002070         DISPLAY 'ERRO AO ABRIR COBRANCA-PIX: ' WS-STATUS-COBPIX
002080         STOP RUN
002090     END-IF.
002100
002110     OPEN INPUT PENDING-PIX.
002120     IF WS-STATUS-PIXPND NOT = '00'
002130         DISPLAY 'ERRO AO ABRIR PENDING-PIX: ' WS-STATUS-PIXPND
002140         STOP RUN
002150     END-IF.
002160
002170     OPEN INPUT CONTA-MASTER.
002180     IF WS-STATUS-CTAMST NOT = '00'
002190         DISPLAY 'ERRO AO ABRIR CONTA-MASTER: ' WS-STATUS-CTAMST
002200         STOP RUN
002210     END-IF.
002220
002230     OPEN OUTPUT RELATORIO-COBRANCA.
002240     IF WS-STATUS-RELCOB NOT = '00'
002250         DISPLAY 'ERRO AO ABRIR RELATORIO-COBRANCA: '
002260             WS-STATUS-RELCOB
002270         STOP RUN
002280     END-IF.
002290
002300     MOVE 'COBRANCAS PIX POR CONTA RECEBEDORA - PAGAS, VENCIDAS'
002310         TO REG-RELATORIO-COBRANCA.
002320     WRITE REG-RELATORIO-COBRANCA.
002330     MOVE 'E EXPIRADAS, E CREDITOS COM TXID NAO CASADOS'
002340         TO REG-RELATORIO-COBRANCA.
002350     WRITE REG-RELATORIO-COBRANCA.
002360     MOVE SPACES TO REG-RELATORIO-COBRANCA.
002370     STRING 'DATA DO PROCESSAMENTO: ' WS-DATA-AAAAMMDD
002380         DELIMITED BY SIZE INTO REG-RELATORIO-COBRANCA.
002390     WRITE REG-RELATORIO-COBRANCA.
002400     MOVE SPACES TO REG-RELATORIO-COBRANCA.
002410     WRITE REG-RELATORIO-COBRANCA.
002420     MOVE ' SITUACAO     TXID / CREDITO'
002430         TO REG-RELATORIO-COBRANCA.
002440     MOVE 'DATA' TO REG-RELATORIO-COBRANCA(51:4).
002450     MOVE 'VALOR' TO REG-RELATORIO-COBRANCA(70:5).
002460     WRITE REG-RELATORIO-COBRANCA.
002470 1000-INICIALIZAR-EXIT.
002480     EXIT.
002490
002500*----------------------------------------------------------------
002510*    PROCEDIMENTO DE ENTRADA DO SORT. PERCORRE O CADASTRO DE
002520*    COBRANCAS E O PENDING-PIX POR COMPLETO E LIBERA (RELEASE)
002530*    AS OCORRENCIAS DO DIA PARA ORDENACAO POR CONTA E SITUACAO.
002540*----------------------------------------------------------------
002550 2000-SELECIONAR-COBRANCAS.
002560     MOVE LOW-VALUE TO COB-TXID.
002570     START COBRANCA-PIX KEY IS NOT LESS THAN COB-TXID
002580         INVALID KEY
002590             MOVE 'Y' TO WS-SW-FIM-COBPIX
002600     END-START.
002610     PERFORM 2100-LER-COBPIX THRU 2100-LER-COBPIX-EXIT
002620         UNTIL WS-FIM-COBPIX.
002630
002640     MOVE LOW-VALUE TO PXP-ID-PENDENCIA.
002650     START PENDING-PIX KEY IS NOT LESS THAN PXP-ID-PENDENCIA
002660         INVALID KEY
002670             MOVE 'Y' TO WS-SW-FIM-PIXPND
002680     END-START.
002690     PERFORM 2300-LER-PIXPND THRU 2300-LER-PIXPND-EXIT
002700         UNTIL WS-FIM-PIXPND.
002710 2000-SELECIONAR-COBRANCAS-EXIT.
002720     EXIT.
002730
002740 2100-LER-COBPIX.
002750     READ COBRANCA-PIX NEXT RECORD
002760         AT END
002770             MOVE 'Y' TO WS-SW-FIM-COBPIX
002780             GO TO 2100-LER-COBPIX-EXIT
002790     END-READ.
002800
002810     MOVE COB-NUM-CONTA TO WRK-NUM-CONTA.
002820     MOVE COB-TXID TO WRK-DESCRICAO.
002830     MOVE COB-STATUS TO WRK-STATUS.
002840     MOVE COB-VALOR TO WRK-VALOR-COBRADO.
002850     MOVE COB-ID-PENDENCIA TO WRK-ID-PENDENCIA.
002860
002870     IF COB-ABERTA
002880         AND COB-DATA-LIMITE < WS-DATA-AAAAMMDD
002890         PERFORM 2200-EXPIRAR-COBRANCA
002900             THRU 2200-EXPIRAR-COBRANCA-EXIT
002910         GO TO 2100-LER-COBPIX-EXIT
002920     END-IF.
002930
002940*    EXPIRADA NA PROPRIA DATA (REEXECUCAO DO JOB NO DIA).
002950     IF COB-EXPIRADA
002960         AND COB-DATA-BAIXA = WS-DATA-AAAAMMDD
002970         MOVE '3' TO WRK-CATEGORIA
002980         MOVE COB-DATA-VENCIMENTO TO WRK-DATA
002990         MOVE COB-VALOR TO WRK-VALOR
003000         RELEASE REG-WORK-COBRANCA
003010         GO TO 2100-LER-COBPIX-EXIT
003020     END-IF.
003030
003040     IF (COB-PAGA OR COB-PAGA-MENOR OR COB-PAGA-MAIOR)
003050         AND COB-DATA-PAGAMENTO = WS-DATA-AAAAMMDD
003060         MOVE '1' TO WRK-CATEGORIA
003070         MOVE COB-DATA-PAGAMENTO TO WRK-DATA
003080         MOVE COB-VALOR-PAGO TO WRK-VALOR
003090         RELEASE REG-WORK-COBRANCA
003100         GO TO 2100-LER-COBPIX-EXIT
003110     END-IF.
003120
003130     IF COB-ABERTA
003140         AND COB-DATA-VENCIMENTO < WS-DATA-AAAAMMDD
003150         MOVE '2' TO WRK-CATEGORIA
003160         MOVE COB-DATA-VENCIMENTO TO WRK-DATA
003170         MOVE COB-VALOR TO WRK-VALOR
003180         RELEASE REG-WORK-COBRANCA
003190     END-IF.
003200 2100-LER-COBPIX-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------------
003240*    MARCA COMO EXPIRADA A COBRANCA ABERTA FORA DA DATA LIMITE E
003250*    A LIBERA PARA O RELATORIO. O CREDITO QUE CHEGAR DEPOIS COM
003260*    ESTE TXID E ACEITO PELO CARGA-PIX, MAS FICA NAO CASADO.
003270*----------------------------------------------------------------
003280 2200-EXPIRAR-COBRANCA.
003290     MOVE 'X' TO COB-STATUS.
003300     MOVE WS-DATA-AAAAMMDD TO COB-DATA-BAIXA.
003310     REWRITE REG-COBRANCA-PIX
003320         INVALID KEY
003330             DISPLAY 'ERRO AO EXPIRAR COBRANCA ' COB-TXID
003340                     ' - STATUS ' WS-STATUS-COBPIX
003350             GO TO 2200-EXPIRAR-COBRANCA-EXIT
003360     END-REWRITE.
003370
003380     MOVE '3' TO WRK-CATEGORIA.
003390     MOVE COB-STATUS TO WRK-STATUS.
003400     MOVE COB-DATA-VENCIMENTO TO WRK-DATA.
003410     MOVE COB-VALOR TO WRK-VALOR.
003420     RELEASE REG-WORK-COBRANCA.
003430 2200-EXPIRAR-COBRANCA-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------------
003470*    CREDITOS RECEBIDOS DA REDE NO DIA COM TXID SEM COBRANCA
003480*    ABERTA NA CONTA (MARCADOS PELO CARGA-PIX). O TXID NAO FICA
003490*    NA PENDENCIA; O CREDITO E IDENTIFICADO PELO NUMERO DA
003500*    PENDENCIA E PELO REMETENTE.
003510*----------------------------------------------------------------
003520 2300-LER-PIXPND.
003530     READ PENDING-PIX NEXT RECORD
003540         AT END
003550             MOVE 'Y' TO WS-SW-FIM-PIXPND
003560             GO TO 2300-LER-PIXPND-EXIT
003570     END-READ.
003580
003590     IF NOT PXP-COBRANCA-NAO-CASADA
003600         GO TO 2300-LER-PIXPND-EXIT
003610     END-IF.
003620     IF PXP-DATA-RECEBIMENTO NOT = WS-DATA-AAAAMMDD
003630         GO TO 2300-LER-PIXPND-EXIT
003640     END-IF.
003650
003660     MOVE PXP-NUM-CONTA-DESTINO TO WRK-NUM-CONTA.
003670     MOVE '4' TO WRK-CATEGORIA.
003680     MOVE PXP-DATA-RECEBIMENTO TO WRK-DATA.
003690     MOVE SPACES TO WRK-DESCRICAO.
003700     STRING 'PEND ' PXP-ID-PENDENCIA ' ' PXP-NOME-REMETENTE
003710         DELIMITED BY SIZE INTO WRK-DESCRICAO.
003720     MOVE SPACE TO WRK-STATUS.
003730     MOVE PXP-VALOR TO WRK-VALOR.
003740     MOVE ZERO TO WRK-VALOR-COBRADO.
003750     MOVE PXP-ID-PENDENCIA TO WRK-ID-PENDENCIA.
003760     RELEASE REG-WORK-COBRANCA.
003770 2300-LER-PIXPND-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------------
003810*    PROCEDIMENTO DE SAIDA DO SORT. LE AS OCORRENCIAS JA EM
003820*    ORDEM DE CONTA E SITUACAO E IMPRIME UM BLOCO POR CONTA
003830*    RECEBEDORA, COM O RESUMO DA CONTA NA QUEBRA.
003840*----------------------------------------------------------------
003850 4000-IMPRIMIR-COBRANCAS.
003860     PERFORM 4100-LER-SORT THRU 4100-LER-SORT-EXIT
003870         UNTIL WS-FIM-SORT.
003880     IF WS-CONTA-ANTERIOR NOT = ZERO
003890         PERFORM 4300-RESUMO-CONTA THRU 4300-RESUMO-CONTA-EXIT
003900     END-IF.
003910 4000-IMPRIMIR-COBRANCAS-EXIT.
003920     EXIT.
003930
003940 4100-LER-SORT.
003950     RETURN WORK-COBRANCA
003960         AT END
003970             MOVE 'Y' TO WS-SW-FIM-SORT
003980             GO TO 4100-LER-SORT-EXIT
003990     END-RETURN.
004000
004010     IF WRK-NUM-CONTA NOT = WS-CONTA-ANTERIOR
004020         IF WS-CONTA-ANTERIOR NOT = ZERO
004030             PERFORM 4300-RESUMO-CONTA
004040                 THRU 4300-RESUMO-CONTA-EXIT
004050         END-IF
004060         PERFORM 4200-CABECALHO-CONTA
004070             THRU 4200-CABECALHO-CONTA-EXIT
004080     END-IF.
004090
004100     EVALUATE TRUE
004110         WHEN WRK-CAT-PAGA
004120             ADD 1 TO WS-CTA-PAGAS
004130             ADD 1 TO WS-QTD-PAGAS
004140             ADD WRK-VALOR TO WS-TOT-RECEBIDO
004150             EVALUATE WRK-STATUS
004160                 WHEN 'I'
004170                     MOVE 'PAGA A MENOR' TO WL-SITUACAO
004180                 WHEN 'S'
004190                     MOVE 'PAGA A MAIOR' TO WL-SITUACAO
004200                 WHEN OTHER
004210                     MOVE 'PAGA' TO WL-SITUACAO
004220             END-EVALUATE
004230         WHEN WRK-CAT-VENCIDA
004240             ADD 1 TO WS-CTA-VENCIDAS
004250             ADD 1 TO WS-QTD-VENCIDAS
004260             ADD WRK-VALOR TO WS-TOT-VENCIDO
004270             MOVE 'VENCIDA' TO WL-SITUACAO
004280         WHEN WRK-CAT-EXPIRADA
004290             ADD 1 TO WS-CTA-EXPIRADAS
004300             ADD 1 TO WS-QTD-EXPIRADAS
004310             MOVE 'EXPIRADA' TO WL-SITUACAO
004320         WHEN OTHER
004330             ADD 1 TO WS-CTA-NAO-CASADOS
004340             ADD 1 TO WS-QTD-NAO-CASADOS
004350             MOVE 'NAO CASADO' TO WL-SITUACAO
004360     END-EVALUATE.
004370
004380     MOVE WRK-DESCRICAO TO WL-DESCRICAO.
004390     MOVE WRK-DATA TO WL-DATA.
004400     MOVE WRK-VALOR TO WL-VALOR.
004410     MOVE WS-LINHA-COBRANCA TO REG-RELATORIO-COBRANCA.
004420     WRITE REG-RELATORIO-COBRANCA.
004430
004440     IF WRK-CAT-PAGA
004450         MOVE WRK-ID-PENDENCIA TO WL-ID-PENDENCIA
004460         MOVE WRK-VALOR-COBRADO TO WL-VALOR-COBRADO
004470         MOVE WS-LINHA-PAGAMENTO TO REG-RELATORIO-COBRANCA
004480         WRITE REG-RELATORIO-COBRANCA
004490     END-IF.
004500 4100-LER-SORT-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------
004540*    CABECALHO DO BLOCO DA CONTA RECEBEDORA.
004550*----------------------------------------------------------------
004560 4200-CABECALHO-CONTA.
004570     MOVE WRK-NUM-CONTA TO WS-CONTA-ANTERIOR.
004580     ADD 1 TO WS-QTD-CONTAS.
004590     MOVE ZERO TO WS-CTA-PAGAS.
004600     MOVE ZERO TO WS-CTA-VENCIDAS.
004610     MOVE ZERO TO WS-CTA-EXPIRADAS.
004620     MOVE ZERO TO WS-CTA-NAO-CASADOS.
004630
004640     MOVE WRK-NUM-CONTA TO CTM-NUM-CONTA.
004650     READ CONTA-MASTER
004660         KEY IS CTM-NUM-CONTA
004670         INVALID KEY
004680             MOVE 'CONTA NAO CADASTRADA' TO WS-NOME-TITULAR
004690         NOT INVALID KEY
004700             MOVE CTM-NOME-TITULAR TO WS-NOME-TITULAR
004710     END-READ.
004720
004730     MOVE SPACES TO REG-RELATORIO-COBRANCA.
004740     WRITE REG-RELATORIO-COBRANCA.
004750     MOVE SPACES TO REG-RELATORIO-COBRANCA.
004760     STRING 'CONTA ' WRK-NUM-CONTA ' - ' WS-NOME-TITULAR
004770         DELIMITED BY SIZE INTO REG-RELATORIO-COBRANCA.
004780     WRITE REG-RELATORIO-COBRANCA.
004790 4200-CABECALHO-CONTA-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------------
004830*    RESUMO DA CONTA RECEBEDORA NA QUEBRA.
004840*----------------------------------------------------------------
004850 4300-RESUMO-CONTA.
004860     MOVE WS-CTA-PAGAS TO WL-QTD-ED.
004870     MOVE WS-CTA-VENCIDAS TO WL-QTD-ED-2.
004880     MOVE WS-CTA-EXPIRADAS TO WL-QTD-ED-3.
004890     MOVE WS-CTA-NAO-CASADOS TO WL-QTD-ED-4.
004900     MOVE SPACES TO REG-RELATORIO-COBRANCA.
004910     STRING '  PAGAS ' WL-QTD-ED '  VENCIDAS ' WL-QTD-ED-2
004920         '  EXPIRADAS ' WL-QTD-ED-3 '  NAO CASADOS ' WL-QTD-ED-4
004930         DELIMITED BY SIZE INTO REG-RELATORIO-COBRANCA.
004940     WRITE REG-RELATORIO-COBRANCA.
004950 4300-RESUMO-CONTA-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------------
004990*    TOTAIS DE ENCERRAMENTO DO RELATORIO.
005000*----------------------------------------------------------------
005010 3000-IMPRIMIR-TOTAIS.
005020     MOVE SPACES TO REG-RELATORIO-COBRANCA.
005030     WRITE REG-RELATORIO-COBRANCA.
005040     MOVE WS-QTD-CONTAS TO WL-QTD-ED.
005050     MOVE SPACES TO REG-RELATORIO-COBRANCA.
005060     STRING 'CONTAS RECEBEDORAS LISTADAS: ' WL-QTD-ED
005070         DELIMITED BY SIZE INTO REG-RELATORIO-COBRANCA.
005080     WRITE REG-RELATORIO-COBRANCA.
005090     MOVE WS-QTD-PAGAS TO WL-QTD-ED.
005100     MOVE WS-TOT-RECEBIDO TO WL-TOTAL-ED.
005110     MOVE SPACES TO REG-RELATORIO-COBRANCA.
005120     STRING 'COBRANCAS PAGAS NO DIA.....: ' WL-QTD-ED
005130         '  VALOR ' WL-TOTAL-ED
005140         DELIMITED BY SIZE INTO REG-RELATORIO-COBRANCA.
005150     WRITE REG-RELATORIO-COBRANCA.
005160     MOVE WS-QTD-VENCIDAS TO WL-QTD-ED.
005170     MOVE WS-TOT-VENCIDO TO WL-TOTAL-ED.
005180     MOVE SPACES TO REG-RELATORIO-COBRANCA.
005190     STRING 'COBRANCAS VENCIDAS.........: ' WL-QTD-ED
005200         '  VALOR ' WL-TOTAL-ED
005210         DELIMITED BY SIZE INTO REG-RELATORIO-COBRANCA.
005220     WRITE REG-RELATORIO-COBRANCA.
005230     MOVE WS-QTD-EXPIRADAS TO WL-QTD-ED.
005240     MOVE SPACES TO REG-RELATORIO-COBRANCA.
005250     STRING 'COBRANCAS EXPIRADAS NO DIA.: ' WL-QTD-ED
005260         DELIMITED BY SIZE INTO REG-RELATORIO-COBRANCA.
005270     WRITE REG-RELATORIO-COBRANCA.
005280     MOVE WS-QTD-NAO-CASADOS TO WL-QTD-ED.
005290     MOVE SPACES TO REG-RELATORIO-COBRANCA.
005300     STRING 'CREDITOS COM TXID NAO CASADO: ' WL-QTD-ED
005310         DELIMITED BY SIZE INTO REG-RELATORIO-COBRANCA.
005320     WRITE REG-RELATORIO-COBRANCA.
005330
005340     MOVE WS-QTD-PAGAS TO WL-QTD-ED.
005350     DISPLAY 'COBRANCAS PAGAS NO DIA: ' WL-QTD-ED.
005360     MOVE WS-QTD-EXPIRADAS TO WL-QTD-ED.
005370     DISPLAY 'COBRANCAS EXPIRADAS NO DIA: ' WL-QTD-ED.
005380     MOVE WS-QTD-NAO-CASADOS TO WL-QTD-ED.
005390     DISPLAY 'CREDITOS COM TXID NAO CASADO: ' WL-QTD-ED.
005400 3000-IMPRIMIR-TOTAIS-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------
005440*    ENCERRAMENTO DOS ARQUIVOS.
005450*----------------------------------------------------------------
005460 9999-FINALIZAR.
005470     CLOSE COBRANCA-PIX.
005480     CLOSE PENDING-PIX.
005490     CLOSE CONTA-MASTER.
005500     CLOSE RELATORIO-COBRANCA.
005510 9999-FINALIZAR-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------------
005550*    REGISTRA O INICIO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB) E
005560*    ABANDONA QUANDO O CONTROLE RECUSA A PARTIDA (PRE-REQUISITO
005570*    NAO CONCLUIDO OU REEXECUCAO SEM LIBERACAO DO SUPERVISOR).
005580*----------------------------------------------------------------
005590 0100-REGISTRAR-INICIO.
005600     MOVE 'I' TO WS-CTL-FASE.
005610     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
005620     IF WS-CTL-RETORNO NOT = '0'
005630         DISPLAY 'EXECUCAO ABANDONADA PELO CONTROLE DE JOBS.'
005640         STOP RUN
005650     END-IF.
005660 0100-REGISTRAR-INICIO-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------
005700*    REGISTRA A CONCLUSAO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB).
005710*----------------------------------------------------------------
005720 9800-REGISTRAR-FIM.
005730     MOVE 'F' TO WS-CTL-FASE.
005740     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
005750 9800-REGISTRAR-FIM-EXIT.
005760     EXIT.
