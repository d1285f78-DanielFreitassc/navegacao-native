000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTABILIZA-PIX.
000120 AUTHOR. DANIEL L. FREITAS.
000130 INSTALLATION. AGENCIA CENTRAL - SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*    DESCRICAO: CONTABILIZACAO DO MOVIMENTO PIX (BATCH DE FIM DE
000180*               DIA, DEPOIS DO FECHDIA). TRANSFORMA O MOVIMENTO
000190*               AINDA NAO CONTABILIZADO DE PIX-OUT E OS CREDITOS
000200*               LIQUIDADOS DE PENDING-PIX EM LANCAMENTOS DE
000210*               PARTIDA DOBRADA NO ARQUIVO LANCAMENTO-CONTABIL,
000220*               PARA A CONTABILIDADE GERAL. CADA MOVIMENTO E
000230*               CLASSIFICADO EM UM EVENTO E GERA UMA PARTIDA DE
000240*               DEBITO E UMA DE CREDITO NAS CONTAS CONTABEIS DO
000250*               EVENTO (TABELA EVENTO-CONTABIL, MANTIDA PELO
000260*               EVENTO-MANUT):
000270*                 PIX-OUT STATUS 'C' COM PXO-IND-TARIFA .. PXTF
000280*                 PIX-OUT STATUS 'C' COM PENDENCIA DE
000290*                   ORIGEM (DEVOLUCAO - DEVOLVE-PIX) ..... PXDV
000300*                 PIX-OUT STATUS 'C' COM PXO-IND-INTERNO . PXIN
000310*                 DEMAIS PIX-OUT STATUS 'C' .............. PXEN
000320*                 PIX-OUT STATUS 'V' (DEVOLVE-PENDENCIA) . PXDN
000330*                 PENDING-PIX DE ESTORNO DO RETORNO-PIX .. PXES
000340*                 DEMAIS PENDING-PIX LIQUIDADAS .......... PXRC
000350*               O CREDITO DA LIQUIDACAO INTERNA (PENDENCIA DA
000360*               PROPRIA AGENCIA) NAO GERA LANCAMENTO PROPRIO: O
000370*               LANCAMENTO PXIN DO PIX-OUT JA DEBITA A CONTA DE
000380*               ORIGEM E CREDITA A DE DESTINO. O MOVIMENTO
000390*               LANCADO E MARCADO (PXO-IND-CONTABIL E
000400*               PXP-IND-CONTABIL), DE MODO QUE O MOVIMENTO
000410*               GRAVADO DEPOIS DA CONTABILIZACAO (DEVOLVE-
000420*               PENDENCIA RODA APOS O FECHCAIX) ENTRA NA NOITE
000430*               SEGUINTE E UMA REEXECUCAO NAO LANCA EM
000440*               DUPLICIDADE. EVENTO SEM CONTAS NA TABELA FICA
000450*               PENDENTE (NAO E MARCADO) ATE SER CADASTRADO.
000460*               O LANCAMENTO-CONTABIL E GRAVADO POR EXTENSAO,
000470*               COM A DATA CONTABIL EM CADA LINHA. IMPRIME O
000480*               RELATORIO DE CONTROLE COM OS PENDENTES, O RESUMO
000490*               POR EVENTO E POR CONTA CONTABIL E A PROVA DE QUE
000500*               O TOTAL DE DEBITOS E IGUAL AO DE CREDITOS.
000510*    HISTORICO DE ALTERACOES
000520*    DATA       AUTOR     DESCRICAO
000530*    15/10/2026 DLF       CRIACAO DO PROGRAMA.
000540*----------------------------------------------------------------
000550
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT PIX-OUT
000600         ASSIGN TO "PIXOUT"
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WS-STATUS-PIXOUT.
000640
000650     SELECT PENDING-PIX
000660         ASSIGN TO "PIXPND"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS PXP-ID-PENDENCIA
000700         FILE STATUS IS WS-STATUS-PIXPND.
000710
000720     SELECT EVENTO-CONTABIL
000730         ASSIGN TO "EVTCTB"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS EVC-COD-EVENTO
000770         FILE STATUS IS WS-STATUS-EVTCTB.
000780
000790     SELECT LANCAMENTO-CONTABIL
000800         ASSIGN TO "LANCTB"
000810         ORGANIZATION IS SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS WS-STATUS-LANCTB.
000840
000850     SELECT RELATORIO-CONTABIL
000860         ASSIGN TO "RELCTB"
000870         ORGANIZATION IS SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS WS-STATUS-RELCTB.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930
000940 FD  PIX-OUT
000950     LABEL RECORD IS STANDARD.
000960 COPY CTPXOUT.
000970
000980 FD  PENDING-PIX
000990     LABEL RECORD IS STANDARD.
001000 COPY CTPXPND.
001010
001020 FD  EVENTO-CONTABIL
001030     LABEL RECORD IS STANDARD.
001040 COPY CTEVCT.
001050
001060 FD  LANCAMENTO-CONTABIL
001070     LABEL RECORD IS STANDARD.
001080 COPY CTLCTB.
001090
001100 FD  RELATORIO-CONTABIL
001110     LABEL RECORD IS STANDARD.
001120 01  REG-RELATORIO-CONTABIL     PIC X(80).
001130
001140 WORKING-STORAGE SECTION.
001150
001160*    CODIGOS DE RETORNO DE I-O
001170 01  WS-STATUS-PIXOUT            PIC X(02).
001180 01  WS-STATUS-PIXPND            PIC X(02).
001190 01  WS-STATUS-EVTCTB            PIC X(02).
001200 01  WS-STATUS-LANCTB            PIC X(02).
001210 01  WS-STATUS-RELCTB            PIC X(02).
001220
001230*    DATA DO SISTEMA (DATA CONTABIL DOS LANCAMENTOS)
001240 01  WS-DATA-AAAAMMDD            PIC 9(08).
001250
001260*    IDENTIFICACAO DO CREDITO DA LIQUIDACAO INTERNA E DO ESTORNO
001270*    GRAVADO PELO RETORNO-PIX EM PENDING-PIX
001280 01  WS-BANCO-PROPRIO            PIC X(20)
001290                                 VALUE 'AGENCIA CENTRAL'.
001300 01  WS-BANCO-ESTORNO            PIC X(20) VALUE 'REDE PIX'.
001310 01  WS-NOME-ESTORNO             PIC X(30)
001320                                 VALUE 'ESTORNO PIX REJEITADO'.
001330
001340*    EVENTOS GERADOS PELA CONTABILIZACAO, NA ORDEM DO RESUMO
001350 01  WS-EVENTOS-FIXOS.
001360     05  FILLER                  PIC X(04) VALUE 'PXEN'.
001370     05  FILLER                  PIC X(04) VALUE 'PXIN'.
001380     05  FILLER                  PIC X(04) VALUE 'PXRC'.
001390     05  FILLER                  PIC X(04) VALUE 'PXDV'.
001400     05  FILLER                  PIC X(04) VALUE 'PXDN'.
001410     05  FILLER                  PIC X(04) VALUE 'PXES'.
001420     05  FILLER                  PIC X(04) VALUE 'PXTF'.
001430 01  WS-EVENTOS-FIXOS-R REDEFINES WS-EVENTOS-FIXOS.
001440     05  WS-EVT-FIXO             PIC X(04) OCCURS 7 TIMES.
001450
001460*    TABELA DE EVENTOS EM MEMORIA: CONTAS CONTABEIS LIDAS DO
001470*    EVENTO-CONTABIL E TOTAIS LANCADOS E PENDENTES DO EVENTO
001480 01  WS-QTD-EVENTOS              PIC 9(02) COMP VALUE 7.
001490 01  WS-TAB-EVENTOS.
001500     05  WS-EVT-OCORRENCIA  OCCURS 7 TIMES
001510                            INDEXED BY WS-IDX-EVT.
001520         10  WS-EVT-CODIGO           PIC X(04).
001530         10  WS-EVT-SW-CADASTRADO    PIC X(01).
001540         10  WS-EVT-CONTA-DEBITO     PIC X(12).
001550         10  WS-EVT-CONTA-CREDITO    PIC X(12).
001560         10  WS-EVT-QTD-LANCADOS     PIC 9(05) COMP.
001570         10  WS-EVT-VALOR-LANCADO    PIC S9(11)V99 COMP-3.
001580         10  WS-EVT-QTD-PENDENTES    PIC 9(05) COMP.
001590         10  WS-EVT-VALOR-PENDENTE   PIC S9(11)V99 COMP-3.
001600
001610*    TABELA DE TOTAIS POR CONTA CONTABIL (DUAS CONTAS POR EVENTO)
001620 01  WS-QTD-CONTAS-CTB           PIC 9(02) COMP VALUE ZERO.
001630 01  WS-TAB-CONTAS-CTB.
001640     05  WS-CTB-OCORRENCIA  OCCURS 14 TIMES
001650                            INDEXED BY WS-IDX-CTB.
001660         10  WS-CTB-CONTA            PIC X(12).
001670         10  WS-CTB-TOTAL-DEBITOS    PIC S9(11)V99 COMP-3.
001680         10  WS-CTB-TOTAL-CREDITOS   PIC S9(11)V99 COMP-3.
001690
001700*    DADOS DO MOVIMENTO CORRENTE A LANCAR
001710 01  WS-COD-EVENTO               PIC X(04).
001720 01  WS-VALOR-EVENTO             PIC S9(09)V99 COMP-3.
001730 01  WS-CONTA-CLIENTE            PIC 9(10).
001740 01  WS-DATA-MOVIMENTO           PIC 9(08).
001750 01  WS-HISTORICO                PIC X(30).
001760 01  WS-CONTA-PROCURADA          PIC X(12).
001770 01  WS-SW-LANCADO               PIC X(01) VALUE 'N'.
001780     88  WS-LANCADO                  VALUE 'Y'.
001782 01  WS-SW-FALHA-PARTIDA         PIC X(01) VALUE 'N'.
001784     88  WS-FALHA-PARTIDA            VALUE 'Y'.
001790
001800*    CAMPOS DE TRABALHO DA LEITURA E DOS TOTAIS
001810 01  WS-SW-FIM-PIXOUT            PIC X(01) VALUE 'N'.
001820     88  WS-FIM-PIXOUT               VALUE 'Y'.
001830 01  WS-SW-FIM-PIXPND            PIC X(01) VALUE 'N'.
001840     88  WS-FIM-PIXPND               VALUE 'Y'.
001850 01  WS-SW-FIM-LANCTB            PIC X(01) VALUE 'N'.
001860     88  WS-FIM-LANCTB               VALUE 'Y'.
001870 01  WS-SW-EVT-ACHADO            PIC X(01) VALUE 'N'.
001880     88  WS-EVT-ACHADO               VALUE 'Y'.
001890 01  WS-SW-CTB-ACHADA            PIC X(01) VALUE 'N'.
001900     88  WS-CTB-ACHADA               VALUE 'Y'.
001910 01  WS-IDX-BUSCA                PIC 9(02) COMP.
001920 01  WS-ULTIMO-LANCAMENTO        PIC 9(06) VALUE ZERO.
001930 01  WS-QTD-LANCAMENTOS          PIC 9(05) COMP VALUE ZERO.
001940 01  WS-QTD-PENDENTES            PIC 9(05) COMP VALUE ZERO.
001950 01  WS-QTD-CRED-INTERNOS        PIC 9(05) COMP VALUE ZERO.
001960 01  WS-TOT-DEBITOS              PIC S9(11)V99 COMP-3 VALUE ZERO.
001970 01  WS-TOT-CREDITOS             PIC S9(11)V99 COMP-3 VALUE ZERO.
001980 01  WL-QTD-ED                   PIC ZZZZ9.
001990 01  WL-TOTAL-ED                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002000
002010*    LINHA DO MOVIMENTO PENDENTE (EVENTO SEM CONTAS NA TABELA)
002020 01  WS-LINHA-PENDENTE.
002030     05  FILLER                  PIC X(01)  VALUE SPACE.
002040     05  WL-PEN-EVENTO           PIC X(04).
002050     05  FILLER                  PIC X(02)  VALUE SPACE.
002060     05  WL-PEN-CONTA            PIC Z(9)9.
002070     05  FILLER                  PIC X(02)  VALUE SPACE.
002080     05  WL-PEN-DATA             PIC 9(08).
002090     05  FILLER                  PIC X(02)  VALUE SPACE.
002100     05  WL-PEN-VALOR            PIC -ZZZ,ZZZ,ZZ9.99.
002110     05  FILLER                  PIC X(02)  VALUE SPACE.
002120     05  WL-PEN-MOTIVO           PIC X(25).
002130
002140*    LINHA DO RESUMO POR EVENTO
002150 01  WS-LINHA-EVENTO.
002160     05  FILLER                  PIC X(01)  VALUE SPACE.
002170     05  WL-EVT-CODIGO           PIC X(04).
002180     05  FILLER                  PIC X(02)  VALUE SPACE.
002190     05  WL-EVT-QTD-LANCADOS     PIC ZZZZ9.
002200     05  FILLER                  PIC X(02)  VALUE SPACE.
002210     05  WL-EVT-VALOR-LANCADO    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002220     05  FILLER                  PIC X(02)  VALUE SPACE.
002230     05  WL-EVT-QTD-PENDENTES    PIC ZZZZ9.
002240     05  FILLER                  PIC X(02)  VALUE SPACE.
002250     05  WL-EVT-VALOR-PENDENTE   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002260
002270*    LINHA DO RESUMO POR CONTA CONTABIL
002280 01  WS-LINHA-CONTA-CTB.
002290     05  FILLER                  PIC X(01)  VALUE SPACE.
002300     05  WL-CTB-CONTA            PIC X(12).
002310     05  FILLER                  PIC X(02)  VALUE SPACE.
002320     05  WL-CTB-DEBITOS          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002330     05  FILLER                  PIC X(02)  VALUE SPACE.
002340     05  WL-CTB-CREDITOS         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002350
002360*    CONTROLE DE EXECUCAO DO JOB (RUN-CONTROL, VIA CTRL-JOB)
002370 01  WS-PARM-CTRL-JOB.
002380     05  WS-CTL-JOB              PIC X(08) VALUE 'CONTABIL'.
002390     05  WS-CTL-JOB-PRECEDENTE   PIC X(08)
002400                                 VALUE 'FECHDIA'.
002410     05  WS-CTL-FASE             PIC X(01).
002420     05  WS-CTL-RETORNO          PIC X(01).
002430
002440 PROCEDURE DIVISION.
002450
002460 0000-MAINLINE.
002470     PERFORM 0100-REGISTRAR-INICIO
002480         THRU 0100-REGISTRAR-INICIO-EXIT.
002490     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002500     PERFORM 2000-CONTABILIZAR-PIXOUT
002510         THRU 2000-CONTABILIZAR-PIXOUT-EXIT.
002520     PERFORM 3000-CONTABILIZAR-PIXPND
002530         THRU 3000-CONTABILIZAR-PIXPND-EXIT.
002540     PERFORM 4000-IMPRIMIR-CONTROLE
002550         THRU 4000-IMPRIMIR-CONTROLE-EXIT.
002560     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
002570     PERFORM 9800-REGISTRAR-FIM
002580         THRU 9800-REGISTRAR-FIM-EXIT.
002590     STOP RUN.
002600
002610*----------------------------------------------------------------
002620*    ABERTURA DOS ARQUIVOS, CARGA DA TABELA DE EVENTOS E
002630*    CABECALHO DO RELATORIO DE CONTROLE.
002640*----------------------------------------------------------------
002650 1000-INICIALIZAR.
002660     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
002670
002680     OPEN I-O PIX-OUT.
002690     IF WS-STATUS-PIXOUT NOT = '00'
002700         DISPLAY 'ERRO AO ABRIR PIX-OUT: ' WS-STATUS-PIXOUT
002710         STOP RUN
002720     END-IF.
002730
002740     OPEN I-O PENDING-PIX.
002750     IF WS-STATUS-PIXPND NOT = '00'
002760         DISPLAY 'ERRO AO ABRIR PENDING-PIX: ' WS-STATUS-PIXPND
002770         STOP RUN
002780     END-IF.
002790
002800     OPEN INPUT EVENTO-CONTABIL.
002810     IF WS-STATUS-EVTCTB NOT = '00'
002820         OPEN OUTPUT EVENTO-CONTABIL
002830         CLOSE EVENTO-CONTABIL
002840         OPEN INPUT EVENTO-CONTABIL
002850     END-IF.
002860     IF WS-STATUS-EVTCTB NOT = '00'
002870         DISPLAY 'ERRO AO ABRIR EVENTO-CONTABIL: '
002880             WS-STATUS-EVTCTB
002890         STOP RUN
002900     END-IF.
002910
002920     PERFORM 1100-OBTER-ULTIMO-LANCAMENTO
002930         THRU 1100-OBTER-ULTIMO-LANCAMENTO-EXIT.
002940
002950     OPEN EXTEND LANCAMENTO-CONTABIL.
002960     IF WS-STATUS-LANCTB NOT = '00'
002970         OPEN OUTPUT LANCAMENTO-CONTABIL
002980     END-IF.
002990     IF WS-STATUS-LANCTB NOT = '00'
003000         DISPLAY 'ERRO AO ABRIR LANCAMENTO-CONTABIL: '
003010             WS-STATUS-LANCTB
003020         STOP RUN
003030     END-IF.
003040
003050     OPEN OUTPUT RELATORIO-CONTABIL.
003060     IF WS-STATUS-RELCTB NOT = '00'
003070         DISPLAY 'ERRO AO ABRIR RELATORIO-CONTABIL: '
003080             WS-STATUS-RELCTB
003090         STOP RUN
003100     END-IF.
003110
003120     PERFORM 1200-CARREGAR-EVENTO THRU 1200-CARREGAR-EVENTO-EXIT
003130         VARYING WS-IDX-BUSCA FROM 1 BY 1
003140         UNTIL WS-IDX-BUSCA > WS-QTD-EVENTOS.
003150
003160     MOVE 'CONTABILIZACAO DO PIX - CONTROLE DE LANCAMENTOS'
003170         TO REG-RELATORIO-CONTABIL.
003180     WRITE REG-RELATORIO-CONTABIL.
003190     MOVE SPACES TO REG-RELATORIO-CONTABIL.
003200     STRING 'DATA DO PROCESSAMENTO: ' WS-DATA-AAAAMMDD
003210         DELIMITED BY SIZE INTO REG-RELATORIO-CONTABIL.
003220     WRITE REG-RELATORIO-CONTABIL.
003230     MOVE SPACES TO REG-RELATORIO-CONTABIL.
003240     WRITE REG-RELATORIO-CONTABIL.
003250     MOVE 'MOVIMENTOS PENDENTES DE CONTABILIZACAO:'
003260         TO REG-RELATORIO-CONTABIL.
003270     WRITE REG-RELATORIO-CONTABIL.
003280 1000-INICIALIZAR-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------------
003320*    PERCORRE O LANCAMENTO-CONTABIL JA GRAVADO GUARDANDO O MAIOR
003330*    NUMERO DE LANCAMENTO DA DATA CONTABIL DE HOJE, PARA QUE UMA
003340*    REEXECUCAO CONTINUE A NUMERACAO DO DIA. NA PRIMEIRA
003350*    EXECUCAO O ARQUIVO AINDA NAO EXISTE.
003360*----------------------------------------------------------------
003370 1100-OBTER-ULTIMO-LANCAMENTO.
003380     OPEN INPUT LANCAMENTO-CONTABIL.
003390     IF WS-STATUS-LANCTB NOT = '00'
003400         GO TO 1100-OBTER-ULTIMO-LANCAMENTO-EXIT
003410     END-IF.
003420
003430     PERFORM 1110-LER-LANCAMENTO THRU 1110-LER-LANCAMENTO-EXIT
003440         UNTIL WS-FIM-LANCTB.
003450     CLOSE LANCAMENTO-CONTABIL.
003460 1100-OBTER-ULTIMO-LANCAMENTO-EXIT.
003470     EXIT.
003480
003490 1110-LER-LANCAMENTO.
003500     READ LANCAMENTO-CONTABIL
003510         AT END
003520             MOVE 'Y' TO WS-SW-FIM-LANCTB
003530             GO TO 1110-LER-LANCAMENTO-EXIT
003540     END-READ.
003550
003560     IF LCT-DATA-CONTABIL = WS-DATA-AAAAMMDD
003570         AND LCT-NUM-LANCAMENTO > WS-ULTIMO-LANCAMENTO
003580         MOVE LCT-NUM-LANCAMENTO TO WS-ULTIMO-LANCAMENTO
003590     END-IF.
003600 1110-LER-LANCAMENTO-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------------
003640*    CARREGA NA TABELA EM MEMORIA AS CONTAS CONTABEIS DE UM
003650*    EVENTO. EVENTO SEM REGISTRO NA TABELA FICA NAO CADASTRADO
003660*    E SEU MOVIMENTO SAI COMO PENDENTE.
003670*----------------------------------------------------------------
003680 1200-CARREGAR-EVENTO.
003690     SET WS-IDX-EVT TO WS-IDX-BUSCA.
003700     MOVE WS-EVT-FIXO (WS-IDX-BUSCA)
003710         TO WS-EVT-CODIGO (WS-IDX-EVT).
003720     MOVE 'N' TO WS-EVT-SW-CADASTRADO (WS-IDX-EVT).
003730     MOVE SPACES TO WS-EVT-CONTA-DEBITO (WS-IDX-EVT).
003740     MOVE SPACES TO WS-EVT-CONTA-CREDITO (WS-IDX-EVT).
003750     MOVE ZERO TO WS-EVT-QTD-LANCADOS (WS-IDX-EVT).
003760     MOVE ZERO TO WS-EVT-VALOR-LANCADO (WS-IDX-EVT).
003770     MOVE ZERO TO WS-EVT-QTD-PENDENTES (WS-IDX-EVT).
003780     MOVE ZERO TO WS-EVT-VALOR-PENDENTE (WS-IDX-EVT).
003790
003800     MOVE WS-EVT-FIXO (WS-IDX-BUSCA) TO EVC-COD-EVENTO.
003810     READ EVENTO-CONTABIL
003820         KEY IS EVC-COD-EVENTO
003830         INVALID KEY
003840             GO TO 1200-CARREGAR-EVENTO-EXIT
003850     END-READ.
003860
003870     MOVE 'S' TO WS-EVT-SW-CADASTRADO (WS-IDX-EVT).
003880     MOVE EVC-CONTA-DEBITO TO WS-EVT-CONTA-DEBITO (WS-IDX-EVT).
003890     MOVE EVC-CONTA-CREDITO TO WS-EVT-CONTA-CREDITO (WS-IDX-EVT).
003900 1200-CARREGAR-EVENTO-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------------
003940*    PERCORRE O PIX-OUT POR COMPLETO E LANCA O MOVIMENTO
003950*    CONCLUIDO (STATUS 'C') OU DE DEVOLUCAO NAO RECLAMADA
003960*    (STATUS 'V') AINDA NAO CONTABILIZADO. O MOVIMENTO RECUSADO
003970*    NA CAPTACAO (STATUS 'R') NAO MOVIMENTOU SALDO.
003980*----------------------------------------------------------------
003990 2000-CONTABILIZAR-PIXOUT.
004000     PERFORM 2100-LER-PIXOUT THRU 2100-LER-PIXOUT-EXIT
004010         UNTIL WS-FIM-PIXOUT.
004020 2000-CONTABILIZAR-PIXOUT-EXIT.
004030     EXIT.
004040
004050 2100-LER-PIXOUT.
004060     READ PIX-OUT
004070         AT END
004080             MOVE 'Y' TO WS-SW-FIM-PIXOUT
004090             GO TO 2100-LER-PIXOUT-EXIT
004100     END-READ.
004110
004120     IF PXO-CONTABILIZADO
004130         GO TO 2100-LER-PIXOUT-EXIT
004140     END-IF.
004150     IF PXO-DATA-MOVIMENTO > WS-DATA-AAAAMMDD
004160         GO TO 2100-LER-PIXOUT-EXIT
004170     END-IF.
004180
004190     EVALUATE TRUE
004200         WHEN PXO-STATUS-DEV-NAO-RECL
004210             MOVE 'PXDN' TO WS-COD-EVENTO
004220         WHEN NOT PXO-STATUS-CONCLUIDO
004230             GO TO 2100-LER-PIXOUT-EXIT
004240         WHEN PXO-LANCAMENTO-TARIFA
004250             MOVE 'PXTF' TO WS-COD-EVENTO
004260         WHEN PXO-ID-PENDENCIA-REF NOT = ZERO
004270             MOVE 'PXDV' TO WS-COD-EVENTO
004280         WHEN PXO-LIQUIDACAO-INTERNA
004290             MOVE 'PXIN' TO WS-COD-EVENTO
004300         WHEN OTHER
004310             MOVE 'PXEN' TO WS-COD-EVENTO
004320     END-EVALUATE.
004330
004340     MOVE PXO-VALOR TO WS-VALOR-EVENTO.
004350     MOVE PXO-NUM-CONTA-ORIGEM TO WS-CONTA-CLIENTE.
004360     MOVE PXO-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO.
004370     MOVE SPACES TO WS-HISTORICO.
004380     EVALUATE WS-COD-EVENTO
004390         WHEN 'PXTF'
004400             MOVE 'TARIFA PIX' TO WS-HISTORICO
004410         WHEN 'PXDV'
004420         WHEN 'PXDN'
004430             STRING 'DEVOLUCAO PENDENCIA '
004440                    PXO-ID-PENDENCIA-REF
004450                 DELIMITED BY SIZE INTO WS-HISTORICO
004460         WHEN OTHER
004470             MOVE PXO-CHAVE-PIX-DESTINO TO WS-HISTORICO
004480     END-EVALUATE.
004490
004500     PERFORM 5000-LANCAR-EVENTO THRU 5000-LANCAR-EVENTO-EXIT.
004510     IF NOT WS-LANCADO
004520         GO TO 2100-LER-PIXOUT-EXIT
004530     END-IF.
004540
004550     MOVE 'S' TO PXO-IND-CONTABIL.
004560     REWRITE REG-PIX-OUT.
004570     IF WS-STATUS-PIXOUT NOT = '00'
004580         DISPLAY 'ERRO AO MARCAR CONTABILIZACAO NO PIX-OUT: '
004590             WS-STATUS-PIXOUT
004600     END-IF.
004610 2100-LER-PIXOUT-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------------
004650*    PERCORRE O PENDING-PIX POR COMPLETO E LANCA O CREDITO
004660*    LIQUIDADO (INCLUSIVE O JA DEVOLVIDO - A DEVOLUCAO E UM
004670*    LANCAMENTO A PARTE DO PIX-OUT) AINDA NAO CONTABILIZADO.
004680*----------------------------------------------------------------
004690 3000-CONTABILIZAR-PIXPND.
004700     MOVE ZERO TO PXP-ID-PENDENCIA.
004710     START PENDING-PIX KEY IS NOT LESS THAN PXP-ID-PENDENCIA
004720         INVALID KEY
004730             MOVE 'Y' TO WS-SW-FIM-PIXPND
004740     END-START.
004750
004760     PERFORM 3100-LER-PIXPND THRU 3100-LER-PIXPND-EXIT
004770         UNTIL WS-FIM-PIXPND.
004780 3000-CONTABILIZAR-PIXPND-EXIT.
004790     EXIT.
004800
004810 3100-LER-PIXPND.
004820     READ PENDING-PIX NEXT RECORD
004830         AT END
004840             MOVE 'Y' TO WS-SW-FIM-PIXPND
004850             GO TO 3100-LER-PIXPND-EXIT
004860     END-READ.
004870
004880     IF PXP-CONTABILIZADO
004890         GO TO 3100-LER-PIXPND-EXIT
004900     END-IF.
004910     IF NOT (PXP-LIQUIDADO OR PXP-DEVOLVIDO)
004920         GO TO 3100-LER-PIXPND-EXIT
004930     END-IF.
004940     IF PXP-DATA-LIQUIDACAO > WS-DATA-AAAAMMDD
004950         GO TO 3100-LER-PIXPND-EXIT
004960     END-IF.
004970
004980*    CREDITO DA LIQUIDACAO INTERNA: JA LANCADO PELO PXIN.
004990     IF PXP-BANCO-REMETENTE = WS-BANCO-PROPRIO
005000         ADD 1 TO WS-QTD-CRED-INTERNOS
005010         GO TO 3200-MARCAR-PIXPND
005020     END-IF.
005030
005040     IF PXP-BANCO-REMETENTE = WS-BANCO-ESTORNO
005050         AND PXP-NOME-REMETENTE = WS-NOME-ESTORNO
005060         MOVE 'PXES' TO WS-COD-EVENTO
005070     ELSE
005080         MOVE 'PXRC' TO WS-COD-EVENTO
005090     END-IF.
005100
005110     MOVE PXP-VALOR TO WS-VALOR-EVENTO.
005120     MOVE PXP-NUM-CONTA-DESTINO TO WS-CONTA-CLIENTE.
005130     MOVE PXP-DATA-LIQUIDACAO TO WS-DATA-MOVIMENTO.
005140     MOVE PXP-NOME-REMETENTE TO WS-HISTORICO.
005150
005160     PERFORM 5000-LANCAR-EVENTO THRU 5000-LANCAR-EVENTO-EXIT.
005170     IF NOT WS-LANCADO
005180         GO TO 3100-LER-PIXPND-EXIT
005190     END-IF.
005200
005210 3200-MARCAR-PIXPND.
005220     MOVE 'S' TO PXP-IND-CONTABIL.
005230     REWRITE REG-PENDING-PIX
005240         INVALID KEY
005250             DISPLAY 'ERRO AO MARCAR CONTABILIZACAO NO '
005260                     'PENDING-PIX: ' WS-STATUS-PIXPND
005270     END-REWRITE.
005280 3100-LER-PIXPND-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------------
005320*    RELATORIO DE CONTROLE: RESUMO POR EVENTO, RESUMO POR CONTA
005330*    CONTABIL E PROVA DE QUE O TOTAL DE DEBITOS E IGUAL AO TOTAL
005340*    DE CREDITOS LANCADOS.
005350*----------------------------------------------------------------
005360 4000-IMPRIMIR-CONTROLE.
005370     MOVE WS-QTD-PENDENTES TO WL-QTD-ED.
005380     MOVE SPACES TO REG-RELATORIO-CONTABIL.
005390     STRING 'TOTAL DE PENDENTES: ' WL-QTD-ED
005400         DELIMITED BY SIZE INTO REG-RELATORIO-CONTABIL.
005410     WRITE REG-RELATORIO-CONTABIL.
005420     MOVE SPACES TO REG-RELATORIO-CONTABIL.
005430     WRITE REG-RELATORIO-CONTABIL.
005440
005450     MOVE 'RESUMO POR EVENTO:' TO REG-RELATORIO-CONTABIL.
005460     WRITE REG-RELATORIO-CONTABIL.
005470     MOVE SPACES TO REG-RELATORIO-CONTABIL.
005480     STRING ' EVT     QTD       VALOR LANCADO  PEND.'
005490            '      VALOR PENDENTE'
005500         DELIMITED BY SIZE INTO REG-RELATORIO-CONTABIL.
005510     WRITE REG-RELATORIO-CONTABIL.
005520     PERFORM 4100-IMPRIMIR-EVENTO THRU 4100-IMPRIMIR-EVENTO-EXIT
005530         VARYING WS-IDX-BUSCA FROM 1 BY 1
005540         UNTIL WS-IDX-BUSCA > WS-QTD-EVENTOS.
005550     MOVE SPACES TO REG-RELATORIO-CONTABIL.
005560     WRITE REG-RELATORIO-CONTABIL.
005570
005580     MOVE 'RESUMO POR CONTA CONTABIL:' TO REG-RELATORIO-CONTABIL.
005590     WRITE REG-RELATORIO-CONTABIL.
005600     MOVE SPACES TO REG-RELATORIO-CONTABIL.
005610     STRING ' CONTA                    DEBITOS'
005620            '            CREDITOS'
005630         DELIMITED BY SIZE INTO REG-RELATORIO-CONTABIL.
005640     WRITE REG-RELATORIO-CONTABIL.
005650     PERFORM 4200-IMPRIMIR-CONTA-CTB
005660         THRU 4200-IMPRIMIR-CONTA-CTB-EXIT
005670         VARYING WS-IDX-BUSCA FROM 1 BY 1
005680         UNTIL WS-IDX-BUSCA > WS-QTD-CONTAS-CTB.
005690     MOVE SPACES TO REG-RELATORIO-CONTABIL.
005700     WRITE REG-RELATORIO-CONTABIL.
005710
005720     MOVE WS-QTD-LANCAMENTOS TO WL-QTD-ED.
005730     MOVE SPACES TO REG-RELATORIO-CONTABIL.
005740     STRING 'LANCAMENTOS GRAVADOS....: ' WL-QTD-ED
005750         DELIMITED BY SIZE INTO REG-RELATORIO-CONTABIL.
005760     WRITE REG-RELATORIO-CONTABIL.
005770     MOVE WS-QTD-CRED-INTERNOS TO WL-QTD-ED.
005780     MOVE SPACES TO REG-RELATORIO-CONTABIL.
005790     STRING 'CREDITOS INTERNOS (PXIN): ' WL-QTD-ED
005800         DELIMITED BY SIZE INTO REG-RELATORIO-CONTABIL.
005810     WRITE REG-RELATORIO-CONTABIL.
005820     MOVE WS-TOT-DEBITOS TO WL-TOTAL-ED.
005830     MOVE SPACES TO REG-RELATORIO-CONTABIL.
005840     STRING 'TOTAL DE DEBITOS........: ' WL-TOTAL-ED
005850         DELIMITED BY SIZE INTO REG-RELATORIO-CONTABIL.
005860     WRITE REG-RELATORIO-CONTABIL.
005870     MOVE WS-TOT-CREDITOS TO WL-TOTAL-ED.
005880     MOVE SPACES TO REG-RELATORIO-CONTABIL.
005890     STRING 'TOTAL DE CREDITOS.......: ' WL-TOTAL-ED
005900         DELIMITED BY SIZE INTO REG-RELATORIO-CONTABIL.
005910     WRITE REG-RELATORIO-CONTABIL.
005920
005930     IF WS-TOT-DEBITOS = WS-TOT-CREDITOS
005940         MOVE 'LANCAMENTOS CONFEREM: DEBITOS IGUAIS AOS CREDITOS.'
005950             TO REG-RELATORIO-CONTABIL
005960     ELSE
005970         MOVE 'ATENCAO: DEBITOS DIFEREM DOS CREDITOS - VERIFICAR.'
005980             TO REG-RELATORIO-CONTABIL
005990     END-IF.
006000     WRITE REG-RELATORIO-CONTABIL.
006010     DISPLAY REG-RELATORIO-CONTABIL.
006020
006030     MOVE WS-QTD-LANCAMENTOS TO WL-QTD-ED.
006040     DISPLAY 'LANCAMENTOS GRAVADOS....: ' WL-QTD-ED.
006050     MOVE WS-QTD-PENDENTES TO WL-QTD-ED.
006060     DISPLAY 'PENDENTES SEM CONTA.....: ' WL-QTD-ED.
006070     MOVE WS-TOT-DEBITOS TO WL-TOTAL-ED.
006080     DISPLAY 'TOTAL DE DEBITOS........: ' WL-TOTAL-ED.
006090     MOVE WS-TOT-CREDITOS TO WL-TOTAL-ED.
006100     DISPLAY 'TOTAL DE CREDITOS.......: ' WL-TOTAL-ED.
006110 4000-IMPRIMIR-CONTROLE-EXIT.
006120     EXIT.
006130
006140 4100-IMPRIMIR-EVENTO.
006150     SET WS-IDX-EVT TO WS-IDX-BUSCA.
006160     MOVE WS-EVT-CODIGO (WS-IDX-EVT) TO WL-EVT-CODIGO.
006170     MOVE WS-EVT-QTD-LANCADOS (WS-IDX-EVT) TO WL-EVT-QTD-LANCADOS.
006180     MOVE WS-EVT-VALOR-LANCADO (WS-IDX-EVT)
006190         TO WL-EVT-VALOR-LANCADO.
006200     MOVE WS-EVT-QTD-PENDENTES (WS-IDX-EVT)
006210         TO WL-EVT-QTD-PENDENTES.
006220     MOVE WS-EVT-VALOR-PENDENTE (WS-IDX-EVT)
006230         TO WL-EVT-VALOR-PENDENTE.
006240     MOVE WS-LINHA-EVENTO TO REG-RELATORIO-CONTABIL.
006250     WRITE REG-RELATORIO-CONTABIL.
006260 4100-IMPRIMIR-EVENTO-EXIT.
006270     EXIT.
006280
006290 4200-IMPRIMIR-CONTA-CTB.
006300     SET WS-IDX-CTB TO WS-IDX-BUSCA.
006310     MOVE WS-CTB-CONTA (WS-IDX-CTB) TO WL-CTB-CONTA.
006320     MOVE WS-CTB-TOTAL-DEBITOS (WS-IDX-CTB) TO WL-CTB-DEBITOS.
006330     MOVE WS-CTB-TOTAL-CREDITOS (WS-IDX-CTB) TO WL-CTB-CREDITOS.
006340     MOVE WS-LINHA-CONTA-CTB TO REG-RELATORIO-CONTABIL.
006350     WRITE REG-RELATORIO-CONTABIL.
006360 4200-IMPRIMIR-CONTA-CTB-EXIT.
006370     EXIT.
006380
006390*----------------------------------------------------------------
006400*    LANCA O MOVIMENTO CORRENTE NO EVENTO WS-COD-EVENTO: UMA
006410*    PARTIDA DE DEBITO E UMA DE CREDITO COM O MESMO NUMERO DE
006420*    LANCAMENTO. EVENTO SEM CONTAS NA TABELA SAI NO RELATORIO
006430*    COMO PENDENTE. DEVOLVE O RESULTADO EM WS-SW-LANCADO.
006433*    FALHA NA GRAVACAO DE QUALQUER DAS PARTIDAS TAMBEM DEIXA O
006436*    MOVIMENTO PENDENTE (SEM A MARCA DE CONTABILIZADO).
006440*----------------------------------------------------------------
006450 5000-LANCAR-EVENTO.
006460     MOVE 'N' TO WS-SW-LANCADO.
006470     MOVE 'N' TO WS-SW-EVT-ACHADO.
006480     SET WS-IDX-EVT TO 1.
006490     PERFORM 5100-PROCURAR-EVENTO THRU 5100-PROCURAR-EVENTO-EXIT
006500         VARYING WS-IDX-BUSCA FROM 1 BY 1
006510         UNTIL WS-IDX-BUSCA > WS-QTD-EVENTOS
006520            OR WS-EVT-ACHADO.
006530
006540     IF WS-EVT-SW-CADASTRADO (WS-IDX-EVT) NOT = 'S'
006550         ADD 1 TO WS-QTD-PENDENTES
006560         ADD 1 TO WS-EVT-QTD-PENDENTES (WS-IDX-EVT)
006570         ADD WS-VALOR-EVENTO TO WS-EVT-VALOR-PENDENTE (WS-IDX-EVT)
006580         MOVE WS-COD-EVENTO TO WL-PEN-EVENTO
006590         MOVE WS-CONTA-CLIENTE TO WL-PEN-CONTA
006600         MOVE WS-DATA-MOVIMENTO TO WL-PEN-DATA
006610         MOVE WS-VALOR-EVENTO TO WL-PEN-VALOR
006620         MOVE 'EVENTO SEM CONTA CONTABIL' TO WL-PEN-MOTIVO
006630         MOVE WS-LINHA-PENDENTE TO REG-RELATORIO-CONTABIL
006640         WRITE REG-RELATORIO-CONTABIL
006650         GO TO 5000-LANCAR-EVENTO-EXIT
006660     END-IF.
006670
006680     ADD 1 TO WS-ULTIMO-LANCAMENTO.
006690     ADD 1 TO WS-QTD-LANCAMENTOS.
006700     MOVE WS-DATA-AAAAMMDD TO LCT-DATA-CONTABIL.
006710     MOVE WS-ULTIMO-LANCAMENTO TO LCT-NUM-LANCAMENTO.
006720     MOVE WS-COD-EVENTO TO LCT-COD-EVENTO.
006730     MOVE WS-VALOR-EVENTO TO LCT-VALOR.
006740     MOVE WS-CONTA-CLIENTE TO LCT-NUM-CONTA-CLIENTE.
006750     MOVE WS-DATA-MOVIMENTO TO LCT-DATA-MOVIMENTO.
006760     MOVE WS-HISTORICO TO LCT-HISTORICO.
006770
006775     MOVE 'N' TO WS-SW-FALHA-PARTIDA.
006780     MOVE 'D' TO LCT-IND-PARTIDA.
006790     MOVE WS-EVT-CONTA-DEBITO (WS-IDX-EVT) TO LCT-CONTA-CONTABIL.
006800     PERFORM 5200-GRAVAR-PARTIDA THRU 5200-GRAVAR-PARTIDA-EXIT.
006810     MOVE 'C' TO LCT-IND-PARTIDA.
006820     MOVE WS-EVT-CONTA-CREDITO (WS-IDX-EVT) TO LCT-CONTA-CONTABIL.
006830     PERFORM 5200-GRAVAR-PARTIDA THRU 5200-GRAVAR-PARTIDA-EXIT.
006832     IF WS-FALHA-PARTIDA
006834         PERFORM 5050-LISTAR-FALHA-PARTIDA
006836             THRU 5050-LISTAR-FALHA-PARTIDA-EXIT
006837         GO TO 5000-LANCAR-EVENTO-EXIT
006838     END-IF.
006840
006850     ADD 1 TO WS-EVT-QTD-LANCADOS (WS-IDX-EVT).
006860     ADD WS-VALOR-EVENTO TO WS-EVT-VALOR-LANCADO (WS-IDX-EVT).
006870     MOVE 'Y' TO WS-SW-LANCADO.
006880 5000-LANCAR-EVENTO-EXIT.
006890     EXIT.
006900
006910 5100-PROCURAR-EVENTO.
006920     IF WS-EVT-CODIGO (WS-IDX-BUSCA) = WS-COD-EVENTO
006930         SET WS-IDX-EVT TO WS-IDX-BUSCA
006940         MOVE 'Y' TO WS-SW-EVT-ACHADO
006950     END-IF.
006960 5100-PROCURAR-EVENTO-EXIT.
006970     EXIT.
006980
006990*----------------------------------------------------------------
007000*    GRAVA UMA PARTIDA DO LANCAMENTO E ACUMULA O VALOR NOS
007010*    TOTAIS DE DEBITO/CREDITO E NA CONTA CONTABIL DA PARTIDA.
007020*    SO O QUE FOI DE FATO GRAVADO ENTRA NA PROVA DO RELATORIO.
007030*----------------------------------------------------------------
007040 5200-GRAVAR-PARTIDA.
007050     WRITE REG-LANCAMENTO-CONTABIL.
007060     IF WS-STATUS-LANCTB NOT = '00'
007070         DISPLAY 'ERRO AO GRAVAR LANCAMENTO-CONTABIL: '
007080             WS-STATUS-LANCTB ' LANCAMENTO ' LCT-NUM-LANCAMENTO
007085         MOVE 'Y' TO WS-SW-FALHA-PARTIDA
007090         GO TO 5200-GRAVAR-PARTIDA-EXIT
007100     END-IF.
007110
007120     MOVE LCT-CONTA-CONTABIL TO WS-CONTA-PROCURADA.
007130     PERFORM 5300-LOCALIZAR-CONTA-CTB
007140         THRU 5300-LOCALIZAR-CONTA-CTB-EXIT.
007150     IF LCT-PARTIDA-DEBITO
007160         ADD LCT-VALOR TO WS-TOT-DEBITOS
007170         ADD LCT-VALOR TO WS-CTB-TOTAL-DEBITOS (WS-IDX-CTB)
007180     ELSE
007190         ADD LCT-VALOR TO WS-TOT-CREDITOS
007200         ADD LCT-VALOR TO WS-CTB-TOTAL-CREDITOS (WS-IDX-CTB)
007210     END-IF.
007220 5200-GRAVAR-PARTIDA-EXIT.
007230     EXIT.
007240
007250*----------------------------------------------------------------
007260*    LOCALIZA A CONTA CONTABIL INFORMADA NA TABELA DE TOTAIS, OU
007270*    A INCLUI SE FOR A PRIMEIRA OCORRENCIA. DEVOLVE O INDICE EM
007280*    WS-IDX-CTB. A TABELA COMPORTA AS DUAS CONTAS DE TODOS OS
007290*    EVENTOS.
007300*----------------------------------------------------------------
007310 5300-LOCALIZAR-CONTA-CTB.
007320     MOVE 'N' TO WS-SW-CTB-ACHADA.
007330     SET WS-IDX-CTB TO 1.
007340     PERFORM 5310-PROCURAR-CONTA-CTB
007350         THRU 5310-PROCURAR-CONTA-CTB-EXIT
007360         VARYING WS-IDX-BUSCA FROM 1 BY 1
007370         UNTIL WS-IDX-BUSCA > WS-QTD-CONTAS-CTB
007380            OR WS-CTB-ACHADA.
007390
007400     IF NOT WS-CTB-ACHADA
007410         ADD 1 TO WS-QTD-CONTAS-CTB
007420         SET WS-IDX-CTB TO WS-QTD-CONTAS-CTB
007430         MOVE WS-CONTA-PROCURADA TO WS-CTB-CONTA (WS-IDX-CTB)
007440         MOVE ZERO TO WS-CTB-TOTAL-DEBITOS (WS-IDX-CTB)
007450         MOVE ZERO TO WS-CTB-TOTAL-CREDITOS (WS-IDX-CTB)
007460     END-IF.
007470 5300-LOCALIZAR-CONTA-CTB-EXIT.
007480     EXIT.
007490
007500 5310-PROCURAR-CONTA-CTB.
007510     IF WS-CTB-CONTA (WS-IDX-BUSCA) = WS-CONTA-PROCURADA
007520         SET WS-IDX-CTB TO WS-IDX-BUSCA
007530         MOVE 'Y' TO WS-SW-CTB-ACHADA
007540     END-IF.
007550 5310-PROCURAR-CONTA-CTB-EXIT.
007560     EXIT.
007570
007580*----------------------------------------------------------------
007590*    ENCERRAMENTO DOS ARQUIVOS.
007600*----------------------------------------------------------------
007610 9999-FINALIZAR.
007620     CLOSE PIX-OUT.
007630     CLOSE PENDING-PIX.
007640     CLOSE EVENTO-CONTABIL.
007650     CLOSE LANCAMENTO-CONTABIL.
007660     CLOSE RELATORIO-CONTABIL.
007670 9999-FINALIZAR-EXIT.
007680     EXIT.
007690
007700*----------------------------------------------------------------
007710*    REGISTRA O INICIO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB) E
007720*    ABANDONA QUANDO O CONTROLE RECUSA A PARTIDA (PRE-REQUISITO
007730*    NAO CONCLUIDO OU REEXECUCAO SEM LIBERACAO DO SUPERVISOR).
007740*----------------------------------------------------------------
007750 0100-REGISTRAR-INICIO.
007760     MOVE 'I' TO WS-CTL-FASE.
007770     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
007780     IF WS-CTL-RETORNO NOT = '0'
007790         DISPLAY 'EXECUCAO ABANDONADA PELO CONTROLE DE JOBS.'
007800         STOP RUN
007810     END-IF.
007820 0100-REGISTRAR-INICIO-EXIT.
007830     EXIT.
007840
007850*----------------------------------------------------------------
007860*    REGISTRA A CONCLUSAO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB).
007870*----------------------------------------------------------------
007880 9800-REGISTRAR-FIM.
007890     MOVE 'F' TO WS-CTL-FASE.
007900     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
007910 9800-REGISTRAR-FIM-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------
007950*    LISTA COMO PENDENTE O MOVIMENTO CUJO LANCAMENTO NAO FOI
007960*    GRAVADO POR INTEIRO. O MOVIMENTO NAO E MARCADO E VOLTA NA
007970*    PROXIMA EXECUCAO; A PARTIDA QUE CHEGOU A SER GRAVADA SAI NO
007980*    LANCAMENTO-CONTABIL SEM A CONTRAPARTIDA E DEVE SER ESTORNADA
007990*    PELA CONTABILIDADE.
008000*    PARAGRAFO INCLUIDO AO FINAL DO FONTE PARA NAO RENUMERAR O
008010*    PROGRAMA; E EXECUTADO POR 5000-LANCAR-EVENTO.
008020*----------------------------------------------------------------
008030 5050-LISTAR-FALHA-PARTIDA.
008040     ADD 1 TO WS-QTD-PENDENTES.
008050     ADD 1 TO WS-EVT-QTD-PENDENTES (WS-IDX-EVT).
008060     ADD WS-VALOR-EVENTO TO WS-EVT-VALOR-PENDENTE (WS-IDX-EVT).
008070     MOVE WS-COD-EVENTO TO WL-PEN-EVENTO.
008080     MOVE WS-CONTA-CLIENTE TO WL-PEN-CONTA.
008090     MOVE WS-DATA-MOVIMENTO TO WL-PEN-DATA.
008100     MOVE WS-VALOR-EVENTO TO WL-PEN-VALOR.
008110     MOVE 'ERRO AO GRAVAR LANCAMENTO' TO WL-PEN-MOTIVO.
008120     MOVE WS-LINHA-PENDENTE TO REG-RELATORIO-CONTABIL.
008130     WRITE REG-RELATORIO-CONTABIL.
008140 5050-LISTAR-FALHA-PARTIDA-EXIT.
008150     EXIT.
