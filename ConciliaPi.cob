000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONCILIA-PI.
000120 AUTHOR. DANIEL L. FREITAS.
000130 INSTALLATION. AGENCIA CENTRAL - SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*    DESCRICAO: CONCILIACAO DA CONTA PI (CONTA DE LIQUIDACAO NO
000180*               BANCO CENTRAL) - BATCH MATINAL. LE O EXTRATO
000190*               DIARIO DA CONTA PI ENVIADO PELO BACEN (HEADER COM
000200*               A DATA DO MOVIMENTO, UM LANCAMENTO POR DEBITO OU
000210*               CREDITO E TRAILER) E O CONFRONTA COM O MOVIMENTO
000220*               LIQUIDO ESPERADO PELO SISTEMA PARA A MESMA DATA:
000230*               A REMESSA DO DIA (TOTAIS DO CONTROLE DE REMESSA
000240*               E DETALHES DO ARQUIVO REMPIX, INCLUINDO AS
000250*               DEVOLUCOES DE PENDENCIA NAO RECLAMADA DO
000260*               DEVOLVE-PENDENCIA) MENOS AS TRANSFERENCIAS
000270*               REJEITADAS E ESTORNADAS PELO RETORNO-PIX, CONTRA
000280*               OS CREDITOS DA REDE CARREGADOS HOJE PELO
000290*               CARGA-PIX. DEBITO DO EXTRATO CASA PELO
000300*               IDENTIFICADOR FIM A FIM; CREDITO CASA PELA
000310*               REFERENCIA DA REDE. IMPRIME O RELATORIO DE
000320*               QUEBRAS COM OS ITENS SEM CORRESPONDENCIA DE CADA
000330*               LADO E O RESUMO DA POSICAO COM A DIFERENCA.
000340*               SO LEITURA - NENHUM ARQUIVO E ALTERADO. RODA
000350*               DEPOIS DO RETORNO E DO CARGAPIX (O CARGAPIX E
000360*               VERIFICADO NO CONTROLE DE JOBS PELA FASE 'V').
000370*    HISTORICO DE ALTERACOES
000380*    DATA       AUTOR     DESCRICAO
000390*    15/10/2026 DLF       CRIACAO DO PROGRAMA.
000400*----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT EXTRATO-BACEN
000460         ASSIGN TO "EXTBCB"
000470         ORGANIZATION IS SEQUENTIAL
000480         ACCESS MODE IS SEQUENTIAL
000490         FILE STATUS IS WS-STATUS-EXTBCB.
000500
000510     SELECT CONTROLE-REMESSA
000520         ASSIGN TO "REMCTL"
000530         ORGANIZATION IS SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS WS-STATUS-REMCTL.
000560
000570     SELECT REMESSA-SAIDA
000580         ASSIGN TO "REMPIX"
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS WS-STATUS-REMPIX.
000620
000630     SELECT PIX-OUT
000640         ASSIGN TO "PIXOUT"
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS WS-STATUS-PIXOUT.
000680
000690     SELECT PENDING-PIX
000700         ASSIGN TO "PIXPND"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS PXP-ID-PENDENCIA
000740         FILE STATUS IS WS-STATUS-PIXPND.
000750
000760     SELECT RELATORIO-CONCILIACAO
000770         ASSIGN TO "RELCPI"
000780         ORGANIZATION IS SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS WS-STATUS-RELCPI.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840
000850 FD  EXTRATO-BACEN
000860     LABEL RECORD IS STANDARD.
000870 01  REG-EXTRATO-BACEN          PIC X(120).
000880
000890*    O CONTROLE DE REMESSA GUARDA O ULTIMO NUMERO DE SEQUENCIA
000900*    DE REMESSA JA GERADO, COM A DATA, A QUANTIDADE E O VALOR
000910*    TOTAL DESSA REMESSA (GRAVADO PELO REMESSA-PIX).
000920 FD  CONTROLE-REMESSA
000930     LABEL RECORD IS STANDARD.
000940 01  REG-CONTROLE-REMESSA.
000950     05  CTL-ULTIMA-SEQUENCIA    PIC 9(06).
000960     05  CTL-DATA-REMESSA        PIC 9(08).
000970     05  CTL-QTD-DETALHES        PIC 9(06).
000980     05  CTL-VALOR-TOTAL         PIC 9(11)V99.
000990     05  FILLER                  PIC X(10).
001000
001010 FD  REMESSA-SAIDA
001020     LABEL RECORD IS STANDARD.
001030 01  REG-REMESSA-SAIDA          PIC X(120).
001040
001050 FD  PIX-OUT
001060     LABEL RECORD IS STANDARD.
001070 COPY CTPXOUT.
001080
001090 FD  PENDING-PIX
001100     LABEL RECORD IS STANDARD.
001110 COPY CTPXPND.
001120
001130 FD  RELATORIO-CONCILIACAO
001140     LABEL RECORD IS STANDARD.
001150 01  REG-RELATORIO-CONCILIACAO  PIC X(80).
001160
001170 WORKING-STORAGE SECTION.
001180
001190*    CODIGOS DE RETORNO DE I-O
001200 01  WS-STATUS-EXTBCB            PIC X(02).
001210 01  WS-STATUS-REMCTL            PIC X(02).
001220 01  WS-STATUS-REMPIX            PIC X(02).
001230 01  WS-STATUS-PIXOUT            PIC X(02).
001240 01  WS-STATUS-PIXPND            PIC X(02).
001250 01  WS-STATUS-RELCPI            PIC X(02).
001260
001270*    DATA DO SISTEMA (DATA DA CARGA DOS CREDITOS) E DATA DO
001280*    MOVIMENTO CONCILIADO (DATA DO EXTRATO E DA REMESSA)
001290 01  WS-DATA-AAAAMMDD            PIC 9(08).
001300 01  WS-DATA-MOVIMENTO           PIC 9(08).
001310
001320*    REGISTRO HEADER DO EXTRATO DA CONTA PI
001330 01  WS-EXTRATO-HEADER.
001340     05  WEH-TIPO-REGISTRO       PIC X(01).
001350     05  WEH-DATA-MOVIMENTO      PIC 9(08).
001360     05  WEH-ISPB                PIC X(08).
001370     05  FILLER                  PIC X(103).
001380
001390*    REGISTRO DETALHE DO EXTRATO (UM LANCAMENTO NA CONTA PI:
001400*    DEBITO DE TRANSFERENCIA ENVIADA, COM O IDENTIFICADOR FIM
001410*    A FIM, OU CREDITO RECEBIDO, COM A REFERENCIA DA REDE)
001420 01  WS-EXTRATO-DETALHE.
001430     05  WED-TIPO-REGISTRO       PIC X(01).
001440     05  WED-NATUREZA            PIC X(01).
001450         88  WED-DEBITO              VALUE 'D'.
001460         88  WED-CREDITO             VALUE 'C'.
001470     05  WED-ID-FIM-A-FIM        PIC X(32).
001480     05  WED-REFERENCIA-RAIL     PIC X(20).
001490     05  WED-VALOR               PIC 9(09)V99.
001500     05  FILLER                  PIC X(55).
001510
001520*    REGISTRO TRAILER DO EXTRATO
001530 01  WS-EXTRATO-TRAILER.
001540     05  WET-TIPO-REGISTRO       PIC X(01).
001550     05  WET-QTD-LANCAMENTOS     PIC 9(06).
001560     05  WET-TOTAL-DEBITOS       PIC 9(13)V99.
001570     05  WET-TOTAL-CREDITOS      PIC 9(13)V99.
001580     05  FILLER                  PIC X(83).
001590
001600*    REGISTROS DA REMESSA, NO LAYOUT GERADO PELO REMESSA-PIX
001610 01  WS-REMESSA-HEADER.
001620     05  WRH-TIPO-REGISTRO       PIC X(01).
001630     05  WRH-DATA-GERACAO        PIC 9(08).
001640     05  WRH-SEQUENCIA           PIC 9(06).
001650     05  FILLER                  PIC X(105).
001660
001670 01  WS-REMESSA-DETALHE.
001680     05  WRD-TIPO-REGISTRO       PIC X(01).
001690     05  WRD-NUM-CONTA-ORIGEM    PIC 9(10).
001700     05  WRD-CHAVE-PIX-DESTINO   PIC X(30).
001710     05  WRD-NUM-CONTA-DESTINO   PIC 9(10).
001720     05  WRD-VALOR               PIC 9(09)V99.
001730     05  WRD-HORA-MOVIMENTO      PIC 9(06).
001740     05  WRD-ID-FIM-A-FIM        PIC X(32).
001750     05  FILLER                  PIC X(20).
001760
001770 01  WS-REMESSA-TRAILER.
001780     05  WRT-TIPO-REGISTRO       PIC X(01).
001790     05  WRT-QTD-DETALHES        PIC 9(06).
001800     05  WRT-VALOR-TOTAL         PIC 9(11)V99.
001810     05  FILLER                  PIC X(100).
001820
001830*    TABELA DAS TRANSFERENCIAS DA REMESSA. TIPO 'P' = PIX
001840*    ENVIADO, 'V' = DEVOLUCAO DE PENDENCIA NAO RECLAMADA.
001850*    CASADO 'S' = ACHADO NO EXTRATO, 'D' = ACHADO COM VALOR
001860*    DIVERGENTE, 'N' = NAO ACHADO.
001870 01  WS-QTD-REMESSA-TAB          PIC 9(04) COMP VALUE ZERO.
001880 01  WS-TAB-REMESSA.
001890     05  WS-REM-OCORRENCIA  OCCURS 1000 TIMES.
001900         10  WS-REM-ID-FIM-A-FIM     PIC X(32).
001910         10  WS-REM-VALOR            PIC S9(09)V99 COMP-3.
001920         10  WS-REM-TIPO             PIC X(01).
001930         10  WS-REM-SW-ESTORNADO     PIC X(01).
001940         10  WS-REM-SW-CASADO        PIC X(01).
001950
001960*    TABELA DOS CREDITOS DA REDE CARREGADOS HOJE PELO CARGA-PIX
001970 01  WS-QTD-CREDITOS-TAB         PIC 9(04) COMP VALUE ZERO.
001980 01  WS-TAB-CREDITOS.
001990     05  WS-CRD-OCORRENCIA  OCCURS 1000 TIMES.
002000         10  WS-CRD-REFERENCIA       PIC X(20).
002010         10  WS-CRD-VALOR            PIC S9(09)V99 COMP-3.
002020         10  WS-CRD-SW-CASADO        PIC X(01).
002030
002040*    CAMPOS DE TRABALHO DO CASAMENTO
002050 01  WS-SW-FIM-EXTBCB            PIC X(01) VALUE 'N'.
002060     88  WS-FIM-EXTBCB               VALUE 'Y'.
002070 01  WS-SW-FIM-REMPIX            PIC X(01) VALUE 'N'.
002080     88  WS-FIM-REMPIX               VALUE 'Y'.
002090 01  WS-SW-FIM-PIXOUT            PIC X(01) VALUE 'N'.
002100     88  WS-FIM-PIXOUT               VALUE 'Y'.
002110 01  WS-SW-FIM-PIXPND            PIC X(01) VALUE 'N'.
002120     88  WS-FIM-PIXPND               VALUE 'Y'.
002130 01  WS-SW-TRAILER-EXTRATO       PIC X(01) VALUE 'N'.
002140     88  WS-TRAILER-EXTRATO-LIDO     VALUE 'S'.
002150 01  WS-SW-TRAILER-REMESSA       PIC X(01) VALUE 'N'.
002160     88  WS-TRAILER-REMESSA-LIDO     VALUE 'S'.
002170 01  WS-IDX-REM                  PIC 9(04) COMP.
002180 01  WS-IDX-CRD                  PIC 9(04) COMP.
002190 01  WS-IDX-ACHADO               PIC 9(04) COMP.
002200 01  WS-ID-BUSCA                 PIC X(32).
002210 01  WS-REFERENCIA-BUSCA         PIC X(20).
002220 01  WS-VALOR-EXTRATO            PIC S9(09)V99 COMP-3.
002230 01  WS-MOTIVO-QUEBRA            PIC X(28).
002240 01  WS-QTD-QUEBRAS-SECAO        PIC 9(05) COMP VALUE ZERO.
002250
002260*    TOTAIS DA POSICAO
002270 01  WS-QTD-REMESSA              PIC 9(05) COMP VALUE ZERO.
002280 01  WS-TOT-REMESSA              PIC S9(13)V99 COMP-3 VALUE ZERO.
002290 01  WS-QTD-DEVOLUCOES           PIC 9(05) COMP VALUE ZERO.
002300 01  WS-TOT-DEVOLUCOES           PIC S9(13)V99 COMP-3 VALUE ZERO.
002310 01  WS-QTD-ESTORNOS             PIC 9(05) COMP VALUE ZERO.
002320 01  WS-TOT-ESTORNOS             PIC S9(13)V99 COMP-3 VALUE ZERO.
002330 01  WS-TOT-DEBITOS-ESPERADOS    PIC S9(13)V99 COMP-3 VALUE ZERO.
002340 01  WS-QTD-CREDITOS             PIC 9(05) COMP VALUE ZERO.
002350 01  WS-TOT-CREDITOS             PIC S9(13)V99 COMP-3 VALUE ZERO.
002360 01  WS-LIQUIDO-ESPERADO         PIC S9(13)V99 COMP-3 VALUE ZERO.
002370 01  WS-QTD-EXT-LANCAMENTOS      PIC 9(05) COMP VALUE ZERO.
002380 01  WS-QTD-EXT-DEBITOS          PIC 9(05) COMP VALUE ZERO.
002390 01  WS-TOT-EXT-DEBITOS          PIC S9(13)V99 COMP-3 VALUE ZERO.
002400 01  WS-QTD-EXT-CREDITOS         PIC 9(05) COMP VALUE ZERO.
002410 01  WS-TOT-EXT-CREDITOS         PIC S9(13)V99 COMP-3 VALUE ZERO.
002420 01  WS-LIQUIDO-EXTRATO          PIC S9(13)V99 COMP-3 VALUE ZERO.
002430 01  WS-DIFERENCA                PIC S9(13)V99 COMP-3 VALUE ZERO.
002440 01  WS-QTD-QUEBRAS-EXTRATO      PIC 9(05) COMP VALUE ZERO.
002450 01  WS-QTD-QUEBRAS-SISTEMA      PIC 9(05) COMP VALUE ZERO.
002460 01  WL-QTD-ED                   PIC ZZZZ9.
002470 01  WL-TOTAL-ED                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002480
002490*    CABECALHO DE COLUNAS E LINHA DE DETALHE DAS QUEBRAS
002500 01  WS-LINHA-CABECALHO.
002510     05  FILLER                  PIC X(05)  VALUE ' NAT'.
002520     05  FILLER                  PIC X(32)  VALUE
002530                                  'IDENTIFICADOR / REFERENCIA'.
002540     05  FILLER                  PIC X(14)  VALUE
002550                                      '         VALOR'.
002560     05  FILLER                  PIC X(01)  VALUE SPACE.
002570     05  FILLER                  PIC X(28)  VALUE 'MOTIVO'.
002580 01  WS-LINHA-QUEBRA.
002590     05  FILLER                  PIC X(01)  VALUE SPACE.
002600     05  WL-NATUREZA             PIC X(03).
002610     05  FILLER                  PIC X(01)  VALUE SPACE.
002620     05  WL-IDENTIFICACAO        PIC X(32).
002630     05  WL-VALOR                PIC ZZZ,ZZZ,ZZ9.99.
002640     05  FILLER                  PIC X(01)  VALUE SPACE.
002650     05  WL-MOTIVO               PIC X(28).
002660
002670*    CONTROLE DE EXECUCAO DO JOB (RUN-CONTROL, VIA CTRL-JOB).
002680*    O PRE-REQUISITO REGISTRADO E O RETORNO; O CARGAPIX E
002690*    VERIFICADO ANTES, PELA FASE 'V'.
002700 01  WS-PARM-CTRL-JOB.
002710     05  WS-CTL-JOB              PIC X(08) VALUE 'CONCILPI'.
002720     05  WS-CTL-JOB-PRECEDENTE   PIC X(08)
002730                                 VALUE 'RETORNO'.
002740     05  WS-CTL-FASE             PIC X(01).
002750     05  WS-CTL-RETORNO          PIC X(01).
002755
002760 PROCEDURE DIVISION.
002770
002780 0000-MAINLINE.
002790     PERFORM 0100-REGISTRAR-INICIO
002800         THRU 0100-REGISTRAR-INICIO-EXIT.
002810     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002820     PERFORM 2000-CARREGAR-REMESSA
002830         THRU 2000-CARREGAR-REMESSA-EXIT.
002840     PERFORM 2500-CLASSIFICAR-REMESSA
002850         THRU 2500-CLASSIFICAR-REMESSA-EXIT.
002860     PERFORM 3000-CARREGAR-CREDITOS
002870         THRU 3000-CARREGAR-CREDITOS-EXIT.
002880     PERFORM 4000-CONFERIR-EXTRATO
002890         THRU 4000-CONFERIR-EXTRATO-EXIT.
002900     PERFORM 5000-LISTAR-SISTEMA
002910         THRU 5000-LISTAR-SISTEMA-EXIT.
002920     PERFORM 6000-IMPRIMIR-RESUMO
002930         THRU 6000-IMPRIMIR-RESUMO-EXIT.
002940     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
002950     PERFORM 9800-REGISTRAR-FIM
002960         THRU 9800-REGISTRAR-FIM-EXIT.
002970     STOP RUN.
002980
002990*----------------------------------------------------------------
003000*    REGISTRA O INICIO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB) E
003010*    ABANDONA QUANDO O CONTROLE RECUSA A PARTIDA. O JOB DEPENDE
003020*    DE DOIS JOBS ANTERIORES: O CARGAPIX E VERIFICADO PRIMEIRO
003030*    (FASE 'V', SEM GRAVAR NADA) E O RETORNO NA PROPRIA PARTIDA.
003040*----------------------------------------------------------------
003050 0100-REGISTRAR-INICIO.
003060     MOVE 'CARGAPIX' TO WS-CTL-JOB-PRECEDENTE.
003070     MOVE 'V' TO WS-CTL-FASE.
003080     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
003090     IF WS-CTL-RETORNO NOT = '0'
003100         DISPLAY 'EXECUCAO ABANDONADA PELO CONTROLE DE JOBS.'
003110         STOP RUN
003120     END-IF.
003130
003140     MOVE 'RETORNO' TO WS-CTL-JOB-PRECEDENTE.
003150     MOVE 'I' TO WS-CTL-FASE.
003160     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
003170     IF WS-CTL-RETORNO NOT = '0'
003180         DISPLAY 'EXECUCAO ABANDONADA PELO CONTROLE DE JOBS.'
003190         STOP RUN
003200     END-IF.
003210 0100-REGISTRAR-INICIO-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------------
003250*    ABERTURA DOS ARQUIVOS. O EXTRATO PRECISA SER DA MESMA DATA
003260*    DA ULTIMA REMESSA REGISTRADA NO CONTROLE DE REMESSA, E O
003270*    ARQUIVO REMPIX PRECISA SER O DESSA REMESSA; CASO CONTRARIO
003280*    A CONCILIACAO E ABANDONADA.
003290*----------------------------------------------------------------
003300 1000-INICIALIZAR.
003310     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
003320
003330     OPEN INPUT CONTROLE-REMESSA.
003340     IF WS-STATUS-REMCTL NOT = '00'
003350         DISPLAY 'ERRO AO ABRIR CONTROLE-REMESSA: '
003360             WS-STATUS-REMCTL
003370         STOP RUN
003380     END-IF.
003390     READ CONTROLE-REMESSA
003400         AT END
003410             DISPLAY 'CONTROLE DE REMESSA VAZIO.'
003420             STOP RUN
003430     END-READ.
003440     CLOSE CONTROLE-REMESSA.
003450     MOVE CTL-DATA-REMESSA TO WS-DATA-MOVIMENTO.
003460     MOVE CTL-QTD-DETALHES TO WS-QTD-REMESSA.
003470     MOVE CTL-VALOR-TOTAL TO WS-TOT-REMESSA.
003480
003490     OPEN INPUT REMESSA-SAIDA.
003500     IF WS-STATUS-REMPIX NOT = '00'
003510         DISPLAY 'ERRO AO ABRIR REMESSA-SAIDA: ' WS-STATUS-REMPIX
003520         STOP RUN
003530     END-IF.
003540     READ REMESSA-SAIDA
003550         AT END
003560             DISPLAY 'ARQUIVO DE REMESSA VAZIO.'
003570             STOP RUN
003580     END-READ.
003590     MOVE REG-REMESSA-SAIDA TO WS-REMESSA-HEADER.
003600     IF WRH-TIPO-REGISTRO NOT = 'H'
003610        OR WRH-SEQUENCIA NOT = CTL-ULTIMA-SEQUENCIA
003620         DISPLAY 'ARQUIVO DE REMESSA NAO CORRESPONDE A REMESSA '
003630                 CTL-ULTIMA-SEQUENCIA ' DO CONTROLE.'
003640                 ' CONCILIACAO ABANDONADA.'
003650         STOP RUN
003660     END-IF.
003670
003680     OPEN INPUT EXTRATO-BACEN.
003690     IF WS-STATUS-EXTBCB NOT = '00'
003700         DISPLAY 'ERRO AO ABRIR EXTRATO-BACEN: ' WS-STATUS-EXTBCB
003710         STOP RUN
003720     END-IF.
003730     READ EXTRATO-BACEN
003740         AT END
003750             DISPLAY 'ARQUIVO DE EXTRATO VAZIO.'
003760             STOP RUN
003770     END-READ.
003780     MOVE REG-EXTRATO-BACEN TO WS-EXTRATO-HEADER.
003790     IF WEH-TIPO-REGISTRO NOT = 'H'
003800         DISPLAY 'ARQUIVO DE EXTRATO SEM HEADER. CONCILIACAO'
003810                 ' ABANDONADA.'
003820         STOP RUN
003830     END-IF.
003840     IF WEH-DATA-MOVIMENTO NOT = WS-DATA-MOVIMENTO
003850         DISPLAY 'EXTRATO DE ' WEH-DATA-MOVIMENTO
003860                 ' NAO CORRESPONDE A REMESSA DE '
003870                 WS-DATA-MOVIMENTO '. CONCILIACAO ABANDONADA.'
003880         STOP RUN
003890     END-IF.
003900
003910     OPEN INPUT PIX-OUT.
003920     IF WS-STATUS-PIXOUT NOT = '00'
003930         DISPLAY 'ERRO AO ABRIR PIX-OUT: ' WS-STATUS-PIXOUT
003940         STOP RUN
003950     END-IF.
003960
003970     OPEN INPUT PENDING-PIX.
003980     IF WS-STATUS-PIXPND NOT = '00'
003990         DISPLAY 'ERRO AO ABRIR PENDING-PIX: ' WS-STATUS-PIXPND
004000         STOP RUN
004010     END-IF.
004020
004030     OPEN OUTPUT RELATORIO-CONCILIACAO.
004040     IF WS-STATUS-RELCPI NOT = '00'
004050         DISPLAY 'ERRO AO ABRIR RELATORIO-CONCILIACAO: '
004060             WS-STATUS-RELCPI
004070         STOP RUN
004080     END-IF.
004090
004100     MOVE 'CONCILIACAO DA CONTA PI (LIQUIDACAO NO BACEN)'
004110         TO REG-RELATORIO-CONCILIACAO.
004120     WRITE REG-RELATORIO-CONCILIACAO.
004130     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
004140     STRING 'DATA DO PROCESSAMENTO: ' WS-DATA-AAAAMMDD
004150         DELIMITED BY SIZE INTO REG-RELATORIO-CONCILIACAO.
004160     WRITE REG-RELATORIO-CONCILIACAO.
004170     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
004180     STRING 'DATA DO MOVIMENTO....: ' WS-DATA-MOVIMENTO
004190            '  REMESSA: ' CTL-ULTIMA-SEQUENCIA
004200         DELIMITED BY SIZE INTO REG-RELATORIO-CONCILIACAO.
004210     WRITE REG-RELATORIO-CONCILIACAO.
004220     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
004230     WRITE REG-RELATORIO-CONCILIACAO.
004240 1000-INICIALIZAR-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------------
004280*    CARREGA AS TRANSFERENCIAS DA REMESSA NA TABELA.
004290*----------------------------------------------------------------
004300 2000-CARREGAR-REMESSA.
004310     PERFORM 2100-LER-REMESSA THRU 2100-LER-REMESSA-EXIT
004320         UNTIL WS-FIM-REMPIX.
004330 2000-CARREGAR-REMESSA-EXIT.
004340     EXIT.
004350
004360 2100-LER-REMESSA.
004370     READ REMESSA-SAIDA
004380         AT END
004390             MOVE 'Y' TO WS-SW-FIM-REMPIX
004400             GO TO 2100-LER-REMESSA-EXIT
004410     END-READ.
004420
004430     IF REG-REMESSA-SAIDA(1:1) = 'T'
004440         MOVE REG-REMESSA-SAIDA TO WS-REMESSA-TRAILER
004450         MOVE 'S' TO WS-SW-TRAILER-REMESSA
004460         GO TO 2100-LER-REMESSA-EXIT
004470     END-IF.
004480     IF REG-REMESSA-SAIDA(1:1) NOT = 'D'
004490         GO TO 2100-LER-REMESSA-EXIT
004500     END-IF.
004510
004520     IF WS-QTD-REMESSA-TAB NOT < 1000
004530         DISPLAY 'REMESSA COM MAIS DE 1000 TRANSFERENCIAS.'
004540                 ' CONCILIACAO ABANDONADA.'
004550         STOP RUN
004560     END-IF.
004570     MOVE REG-REMESSA-SAIDA TO WS-REMESSA-DETALHE.
004580     ADD 1 TO WS-QTD-REMESSA-TAB.
004590     MOVE WS-QTD-REMESSA-TAB TO WS-IDX-REM.
004600     MOVE WRD-ID-FIM-A-FIM TO WS-REM-ID-FIM-A-FIM (WS-IDX-REM).
004610     MOVE WRD-VALOR TO WS-REM-VALOR (WS-IDX-REM).
004620     MOVE 'P' TO WS-REM-TIPO (WS-IDX-REM).
004630     MOVE 'N' TO WS-REM-SW-ESTORNADO (WS-IDX-REM).
004640     MOVE 'N' TO WS-REM-SW-CASADO (WS-IDX-REM).
004650 2100-LER-REMESSA-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------
004690*    PERCORRE O PIX-OUT E CLASSIFICA AS TRANSFERENCIAS DA
004700*    REMESSA: DEVOLUCAO DE PENDENCIA NAO RECLAMADA ('V') E
004710*    TRANSFERENCIA REJEITADA PELA REDE E ESTORNADA PELO
004720*    RETORNO-PIX (PXO-IND-RETORNO-REDE 'R'), QUE NAO TRANSITA
004730*    PELA CONTA PI.
004740*----------------------------------------------------------------
004750 2500-CLASSIFICAR-REMESSA.
004760     PERFORM 2510-LER-PIXOUT THRU 2510-LER-PIXOUT-EXIT
004770         UNTIL WS-FIM-PIXOUT.
004780 2500-CLASSIFICAR-REMESSA-EXIT.
004790     EXIT.
004800
004810 2510-LER-PIXOUT.
004820     READ PIX-OUT
004830         AT END
004840             MOVE 'Y' TO WS-SW-FIM-PIXOUT
004850             GO TO 2510-LER-PIXOUT-EXIT
004860     END-READ.
004870
004880     IF NOT PXO-TRANSMITIDO
004890         GO TO 2510-LER-PIXOUT-EXIT
004900     END-IF.
004910     IF NOT PXO-STATUS-DEV-NAO-RECL
004920        AND NOT PXO-RETORNO-REJEITADO
004930         GO TO 2510-LER-PIXOUT-EXIT
004940     END-IF.
004950     IF PXO-ID-FIM-A-FIM = SPACES
004960         GO TO 2510-LER-PIXOUT-EXIT
004970     END-IF.
004980
004990     MOVE PXO-ID-FIM-A-FIM TO WS-ID-BUSCA.
005000     PERFORM 2520-BUSCAR-REMESSA THRU 2520-BUSCAR-REMESSA-EXIT.
005010     IF WS-IDX-ACHADO = ZERO
005020         GO TO 2510-LER-PIXOUT-EXIT
005030     END-IF.
005040
005050     IF PXO-STATUS-DEV-NAO-RECL
005060        AND WS-REM-TIPO (WS-IDX-ACHADO) NOT = 'V'
005070         MOVE 'V' TO WS-REM-TIPO (WS-IDX-ACHADO)
005080         ADD 1 TO WS-QTD-DEVOLUCOES
005090         ADD WS-REM-VALOR (WS-IDX-ACHADO) TO WS-TOT-DEVOLUCOES
005100     END-IF.
005110     IF PXO-RETORNO-REJEITADO
005120        AND WS-REM-SW-ESTORNADO (WS-IDX-ACHADO) NOT = 'S'
005130         MOVE 'S' TO WS-REM-SW-ESTORNADO (WS-IDX-ACHADO)
005140         ADD 1 TO WS-QTD-ESTORNOS
005150         ADD WS-REM-VALOR (WS-IDX-ACHADO) TO WS-TOT-ESTORNOS
005160     END-IF.
005170 2510-LER-PIXOUT-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------------
005210*    PROCURA NA TABELA DA REMESSA O IDENTIFICADOR FIM A FIM EM
005220*    WS-ID-BUSCA. DEVOLVE A POSICAO EM WS-IDX-ACHADO (ZERO SE
005230*    NAO ACHOU).
005240*----------------------------------------------------------------
005250 2520-BUSCAR-REMESSA.
005260     MOVE ZERO TO WS-IDX-ACHADO.
005270     PERFORM 2530-COMPARAR-REMESSA
005280         THRU 2530-COMPARAR-REMESSA-EXIT
005290         VARYING WS-IDX-REM FROM 1 BY 1
005300         UNTIL WS-IDX-REM > WS-QTD-REMESSA-TAB
005310            OR WS-IDX-ACHADO NOT = ZERO.
005320 2520-BUSCAR-REMESSA-EXIT.
005330     EXIT.
005340
005350 2530-COMPARAR-REMESSA.
005360     IF WS-REM-ID-FIM-A-FIM (WS-IDX-REM) = WS-ID-BUSCA
005370         MOVE WS-IDX-REM TO WS-IDX-ACHADO
005380     END-IF.
005390 2530-COMPARAR-REMESSA-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------
005430*    CARREGA OS CREDITOS DA REDE GRAVADOS HOJE PELO CARGA-PIX
005440*    (PENDENCIAS COM REFERENCIA DA REDE; ESTORNOS DO RETORNO E
005450*    CREDITOS DA LIQUIDACAO INTERNA NAO TEM REFERENCIA).
005460*----------------------------------------------------------------
005470 3000-CARREGAR-CREDITOS.
005480     MOVE ZERO TO PXP-ID-PENDENCIA.
005490     START PENDING-PIX KEY IS NOT LESS THAN PXP-ID-PENDENCIA
005500         INVALID KEY
005510             MOVE 'Y' TO WS-SW-FIM-PIXPND
005520     END-START.
005530
005540     PERFORM 3100-LER-PIXPND THRU 3100-LER-PIXPND-EXIT
005550         UNTIL WS-FIM-PIXPND.
005560 3000-CARREGAR-CREDITOS-EXIT.
005570     EXIT.
005580
005590 3100-LER-PIXPND.
005600     READ PENDING-PIX NEXT RECORD
005610         AT END
005620             MOVE 'Y' TO WS-SW-FIM-PIXPND
005630             GO TO 3100-LER-PIXPND-EXIT
005640     END-READ.
005650
005660     IF PXP-REFERENCIA-RAIL = SPACES
005670         GO TO 3100-LER-PIXPND-EXIT
005680     END-IF.
005690     IF PXP-DATA-RECEBIMENTO NOT = WS-DATA-AAAAMMDD
005700         GO TO 3100-LER-PIXPND-EXIT
005710     END-IF.
005720
005730     IF WS-QTD-CREDITOS-TAB NOT < 1000
005740         DISPLAY 'CARGA COM MAIS DE 1000 CREDITOS.'
005750                 ' CONCILIACAO ABANDONADA.'
005760         STOP RUN
005770     END-IF.
005780     ADD 1 TO WS-QTD-CREDITOS-TAB.
005790     MOVE WS-QTD-CREDITOS-TAB TO WS-IDX-CRD.
005800     MOVE PXP-REFERENCIA-RAIL TO WS-CRD-REFERENCIA (WS-IDX-CRD).
005810     MOVE PXP-VALOR TO WS-CRD-VALOR (WS-IDX-CRD).
005820     MOVE 'N' TO WS-CRD-SW-CASADO (WS-IDX-CRD).
005830     ADD 1 TO WS-QTD-CREDITOS.
005840     ADD PXP-VALOR TO WS-TOT-CREDITOS.
005850 3100-LER-PIXPND-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------------
005890*    PERCORRE OS LANCAMENTOS DO EXTRATO, CASA CADA UM COM A
005900*    REMESSA (DEBITO) OU COM OS CREDITOS DO CARGA-PIX (CREDITO)
005910*    E LISTA OS QUE NAO TEM CORRESPONDENCIA NO SISTEMA.
005920*----------------------------------------------------------------
005930 4000-CONFERIR-EXTRATO.
005940     MOVE 'LANCAMENTOS DO EXTRATO SEM CORRESPONDENCIA NO SISTEMA'
005950         TO REG-RELATORIO-CONCILIACAO.
005960     WRITE REG-RELATORIO-CONCILIACAO.
005970     MOVE WS-LINHA-CABECALHO TO REG-RELATORIO-CONCILIACAO.
005980     WRITE REG-RELATORIO-CONCILIACAO.
005990     MOVE ZERO TO WS-QTD-QUEBRAS-SECAO.
006000
006010     PERFORM 4100-LER-EXTRATO THRU 4100-LER-EXTRATO-EXIT
006020         UNTIL WS-FIM-EXTBCB.
006030
006040     IF WS-QTD-QUEBRAS-SECAO = ZERO
006050         MOVE '  NENHUMA OCORRENCIA.' TO REG-RELATORIO-CONCILIACAO
006060         WRITE REG-RELATORIO-CONCILIACAO
006070     END-IF.
006080     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
006090     WRITE REG-RELATORIO-CONCILIACAO.
006100 4000-CONFERIR-EXTRATO-EXIT.
006110     EXIT.
006120
006130 4100-LER-EXTRATO.
006140     READ EXTRATO-BACEN
006150         AT END
006160             MOVE 'Y' TO WS-SW-FIM-EXTBCB
006170             GO TO 4100-LER-EXTRATO-EXIT
006180     END-READ.
006190
006200     IF REG-EXTRATO-BACEN(1:1) = 'T'
006210         MOVE REG-EXTRATO-BACEN TO WS-EXTRATO-TRAILER
006220         MOVE 'S' TO WS-SW-TRAILER-EXTRATO
006230         GO TO 4100-LER-EXTRATO-EXIT
006240     END-IF.
006250     IF REG-EXTRATO-BACEN(1:1) NOT = 'D'
006260         GO TO 4100-LER-EXTRATO-EXIT
006270     END-IF.
006280
006290     MOVE REG-EXTRATO-BACEN TO WS-EXTRATO-DETALHE.
006300     ADD 1 TO WS-QTD-EXT-LANCAMENTOS.
006310     IF WED-VALOR NOT NUMERIC
006320         MOVE ZERO TO WS-VALOR-EXTRATO
006330         MOVE 'VALOR INVALIDO' TO WS-MOTIVO-QUEBRA
006340         PERFORM 4900-QUEBRA-EXTRATO
006350             THRU 4900-QUEBRA-EXTRATO-EXIT
006360         GO TO 4100-LER-EXTRATO-EXIT
006370     END-IF.
006380     MOVE WED-VALOR TO WS-VALOR-EXTRATO.
006390
006400     IF WED-DEBITO
006410         ADD 1 TO WS-QTD-EXT-DEBITOS
006420         ADD WS-VALOR-EXTRATO TO WS-TOT-EXT-DEBITOS
006430         PERFORM 4200-CASAR-DEBITO THRU 4200-CASAR-DEBITO-EXIT
006440         GO TO 4100-LER-EXTRATO-EXIT
006450     END-IF.
006460     IF WED-CREDITO
006470         ADD 1 TO WS-QTD-EXT-CREDITOS
006480         ADD WS-VALOR-EXTRATO TO WS-TOT-EXT-CREDITOS
006490         PERFORM 4300-CASAR-CREDITO
006500             THRU 4300-CASAR-CREDITO-EXIT
006510         GO TO 4100-LER-EXTRATO-EXIT
006520     END-IF.
006530
006540     MOVE 'NATUREZA INVALIDA' TO WS-MOTIVO-QUEBRA.
006550     PERFORM 4900-QUEBRA-EXTRATO THRU 4900-QUEBRA-EXTRATO-EXIT.
006560 4100-LER-EXTRATO-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------------
006600*    DEBITO DO EXTRATO: CASA PELO IDENTIFICADOR FIM A FIM COM A
006610*    TRANSFERENCIA DA REMESSA DE MESMO VALOR.
006620*----------------------------------------------------------------
006630 4200-CASAR-DEBITO.
006640     MOVE WED-ID-FIM-A-FIM TO WS-ID-BUSCA.
006650     PERFORM 2520-BUSCAR-REMESSA THRU 2520-BUSCAR-REMESSA-EXIT.
006660     IF WS-IDX-ACHADO = ZERO
006670         MOVE 'SEM MOVIMENTO NA REMESSA' TO WS-MOTIVO-QUEBRA
006680         PERFORM 4900-QUEBRA-EXTRATO
006690             THRU 4900-QUEBRA-EXTRATO-EXIT
006700         GO TO 4200-CASAR-DEBITO-EXIT
006710     END-IF.
006720
006730     IF WS-REM-SW-ESTORNADO (WS-IDX-ACHADO) = 'S'
006740         MOVE 'ESTORNADO PELO RETORNO' TO WS-MOTIVO-QUEBRA
006750         PERFORM 4900-QUEBRA-EXTRATO
006760             THRU 4900-QUEBRA-EXTRATO-EXIT
006770         GO TO 4200-CASAR-DEBITO-EXIT
006780     END-IF.
006790     IF WS-REM-SW-CASADO (WS-IDX-ACHADO) NOT = 'N'
006800         MOVE 'LANCAMENTO EM DUPLICIDADE' TO WS-MOTIVO-QUEBRA
006810         PERFORM 4900-QUEBRA-EXTRATO
006820             THRU 4900-QUEBRA-EXTRATO-EXIT
006830         GO TO 4200-CASAR-DEBITO-EXIT
006840     END-IF.
006850     IF WS-REM-VALOR (WS-IDX-ACHADO) NOT = WS-VALOR-EXTRATO
006860         MOVE 'D' TO WS-REM-SW-CASADO (WS-IDX-ACHADO)
006870         MOVE 'VALOR DIVERGENTE' TO WS-MOTIVO-QUEBRA
006880         PERFORM 4900-QUEBRA-EXTRATO
006890             THRU 4900-QUEBRA-EXTRATO-EXIT
006900         GO TO 4200-CASAR-DEBITO-EXIT
006910     END-IF.
006920
006930     MOVE 'S' TO WS-REM-SW-CASADO (WS-IDX-ACHADO).
006940 4200-CASAR-DEBITO-EXIT.
006950     EXIT.
006960
006970*----------------------------------------------------------------
006980*    CREDITO DO EXTRATO: CASA PELA REFERENCIA DA REDE COM O
006990*    CREDITO CARREGADO PELO CARGA-PIX DE MESMO VALOR.
007000*----------------------------------------------------------------
007010 4300-CASAR-CREDITO.
007020     MOVE WED-REFERENCIA-RAIL TO WS-REFERENCIA-BUSCA.
007030     MOVE ZERO TO WS-IDX-ACHADO.
007040     PERFORM 4310-COMPARAR-CREDITO
007050         THRU 4310-COMPARAR-CREDITO-EXIT
007060         VARYING WS-IDX-CRD FROM 1 BY 1
007070         UNTIL WS-IDX-CRD > WS-QTD-CREDITOS-TAB
007080            OR WS-IDX-ACHADO NOT = ZERO.
007090     IF WS-IDX-ACHADO = ZERO
007100         MOVE 'SEM CREDITO NO CARGA-PIX' TO WS-MOTIVO-QUEBRA
007110         PERFORM 4900-QUEBRA-EXTRATO
007120             THRU 4900-QUEBRA-EXTRATO-EXIT
007130         GO TO 4300-CASAR-CREDITO-EXIT
007140     END-IF.
007150
007160     IF WS-CRD-VALOR (WS-IDX-ACHADO) NOT = WS-VALOR-EXTRATO
007170         MOVE 'D' TO WS-CRD-SW-CASADO (WS-IDX-ACHADO)
007180         MOVE 'VALOR DIVERGENTE' TO WS-MOTIVO-QUEBRA
007190         PERFORM 4900-QUEBRA-EXTRATO
007200             THRU 4900-QUEBRA-EXTRATO-EXIT
007210         GO TO 4300-CASAR-CREDITO-EXIT
007220     END-IF.
007230
007240     MOVE 'S' TO WS-CRD-SW-CASADO (WS-IDX-ACHADO).
007250 4300-CASAR-CREDITO-EXIT.
007260     EXIT.
007270
007280*    SO CASA CREDITO AINDA NAO CASADO: A MESMA REFERENCIA DUAS
007290*    VEZES NO EXTRATO SAI COMO QUEBRA NA SEGUNDA.
007300 4310-COMPARAR-CREDITO.
007310     IF WS-CRD-REFERENCIA (WS-IDX-CRD) = WS-REFERENCIA-BUSCA
007320        AND WS-CRD-SW-CASADO (WS-IDX-CRD) = 'N'
007330         MOVE WS-IDX-CRD TO WS-IDX-ACHADO
007340     END-IF.
007350 4310-COMPARAR-CREDITO-EXIT.
007360     EXIT.
007370
007380*----------------------------------------------------------------
007390*    IMPRIME O LANCAMENTO CORRENTE DO EXTRATO COMO QUEBRA, COM O
007400*    MOTIVO EM WS-MOTIVO-QUEBRA.
007410*----------------------------------------------------------------
007420 4900-QUEBRA-EXTRATO.
007430     ADD 1 TO WS-QTD-QUEBRAS-EXTRATO.
007440     ADD 1 TO WS-QTD-QUEBRAS-SECAO.
007450     IF WED-CREDITO
007460         MOVE 'CRE' TO WL-NATUREZA
007470         MOVE WED-REFERENCIA-RAIL TO WL-IDENTIFICACAO
007480     ELSE
007490         IF WED-DEBITO
007500             MOVE 'DEB' TO WL-NATUREZA
007510         ELSE
007520             MOVE WED-NATUREZA TO WL-NATUREZA
007530         END-IF
007540         MOVE WED-ID-FIM-A-FIM TO WL-IDENTIFICACAO
007550     END-IF.
007560     MOVE WS-VALOR-EXTRATO TO WL-VALOR.
007570     MOVE WS-MOTIVO-QUEBRA TO WL-MOTIVO.
007580     MOVE WS-LINHA-QUEBRA TO REG-RELATORIO-CONCILIACAO.
007590     WRITE REG-RELATORIO-CONCILIACAO.
007600 4900-QUEBRA-EXTRATO-EXIT.
007610     EXIT.
007620
007630*----------------------------------------------------------------
007640*    LISTA AS TRANSFERENCIAS DA REMESSA E OS CREDITOS DO
007650*    CARGA-PIX QUE NAO APARECERAM NO EXTRATO (OU APARECERAM COM
007660*    OUTRO VALOR). TRANSFERENCIA ESTORNADA PELO RETORNO NAO E
007670*    ESPERADA NO EXTRATO E NAO E LISTADA.
007680*----------------------------------------------------------------
007690 5000-LISTAR-SISTEMA.
007700     MOVE 'MOVIMENTOS DO SISTEMA SEM CORRESPONDENCIA NO EXTRATO'
007710         TO REG-RELATORIO-CONCILIACAO.
007720     WRITE REG-RELATORIO-CONCILIACAO.
007730     MOVE WS-LINHA-CABECALHO TO REG-RELATORIO-CONCILIACAO.
007740     WRITE REG-RELATORIO-CONCILIACAO.
007750     MOVE ZERO TO WS-QTD-QUEBRAS-SECAO.
007760
007770     PERFORM 5100-LISTAR-REMESSA THRU 5100-LISTAR-REMESSA-EXIT
007780         VARYING WS-IDX-REM FROM 1 BY 1
007790         UNTIL WS-IDX-REM > WS-QTD-REMESSA-TAB.
007800     PERFORM 5200-LISTAR-CREDITO THRU 5200-LISTAR-CREDITO-EXIT
007810         VARYING WS-IDX-CRD FROM 1 BY 1
007820         UNTIL WS-IDX-CRD > WS-QTD-CREDITOS-TAB.
007830
007840     IF WS-QTD-QUEBRAS-SECAO = ZERO
007850         MOVE '  NENHUMA OCORRENCIA.' TO REG-RELATORIO-CONCILIACAO
007860         WRITE REG-RELATORIO-CONCILIACAO
007870     END-IF.
007880     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
007890     WRITE REG-RELATORIO-CONCILIACAO.
007900 5000-LISTAR-SISTEMA-EXIT.
007910     EXIT.
007920
007930 5100-LISTAR-REMESSA.
007940     IF WS-REM-SW-ESTORNADO (WS-IDX-REM) = 'S'
007950         GO TO 5100-LISTAR-REMESSA-EXIT
007960     END-IF.
007970     IF WS-REM-SW-CASADO (WS-IDX-REM) = 'S'
007980         GO TO 5100-LISTAR-REMESSA-EXIT
007990     END-IF.
008000
008010     IF WS-REM-TIPO (WS-IDX-REM) = 'V'
008020         MOVE 'DEV' TO WL-NATUREZA
008030     ELSE
008040         MOVE 'DEB' TO WL-NATUREZA
008050     END-IF.
008060     MOVE WS-REM-ID-FIM-A-FIM (WS-IDX-REM) TO WL-IDENTIFICACAO.
008070     MOVE WS-REM-VALOR (WS-IDX-REM) TO WL-VALOR.
008080     IF WS-REM-SW-CASADO (WS-IDX-REM) = 'D'
008090         MOVE 'VALOR DIVERGENTE NO EXTRATO' TO WL-MOTIVO
008100     ELSE
008110         MOVE 'NAO CONSTA DO EXTRATO' TO WL-MOTIVO
008120     END-IF.
008130     MOVE WS-LINHA-QUEBRA TO REG-RELATORIO-CONCILIACAO.
008140     WRITE REG-RELATORIO-CONCILIACAO.
008150     ADD 1 TO WS-QTD-QUEBRAS-SISTEMA.
008160     ADD 1 TO WS-QTD-QUEBRAS-SECAO.
008170 5100-LISTAR-REMESSA-EXIT.
008180     EXIT.
008190
008200 5200-LISTAR-CREDITO.
008210     IF WS-CRD-SW-CASADO (WS-IDX-CRD) = 'S'
008220         GO TO 5200-LISTAR-CREDITO-EXIT
008230     END-IF.
008240
008250     MOVE 'CRE' TO WL-NATUREZA.
008260     MOVE WS-CRD-REFERENCIA (WS-IDX-CRD) TO WL-IDENTIFICACAO.
008270     MOVE WS-CRD-VALOR (WS-IDX-CRD) TO WL-VALOR.
008280     IF WS-CRD-SW-CASADO (WS-IDX-CRD) = 'D'
008290         MOVE 'VALOR DIVERGENTE NO EXTRATO' TO WL-MOTIVO
008300     ELSE
008310         MOVE 'NAO CONSTA DO EXTRATO' TO WL-MOTIVO
008320     END-IF.
008330     MOVE WS-LINHA-QUEBRA TO REG-RELATORIO-CONCILIACAO.
008340     WRITE REG-RELATORIO-CONCILIACAO.
008350     ADD 1 TO WS-QTD-QUEBRAS-SISTEMA.
008360     ADD 1 TO WS-QTD-QUEBRAS-SECAO.
008370 5200-LISTAR-CREDITO-EXIT.
008380     EXIT.
008390
008400*----------------------------------------------------------------
008410*    RESUMO DA POSICAO: MOVIMENTO LIQUIDO ESPERADO PELO SISTEMA
008420*    CONTRA O MOVIMENTO LIQUIDO DO EXTRATO E A DIFERENCA.
008430*----------------------------------------------------------------
008440 6000-IMPRIMIR-RESUMO.
008450     COMPUTE WS-TOT-DEBITOS-ESPERADOS =
008460         WS-TOT-REMESSA - WS-TOT-ESTORNOS.
008470     COMPUTE WS-LIQUIDO-ESPERADO =
008480         WS-TOT-CREDITOS - WS-TOT-DEBITOS-ESPERADOS.
008490     COMPUTE WS-LIQUIDO-EXTRATO =
008500         WS-TOT-EXT-CREDITOS - WS-TOT-EXT-DEBITOS.
008510     COMPUTE WS-DIFERENCA =
008520         WS-LIQUIDO-EXTRATO - WS-LIQUIDO-ESPERADO.
008530
008540     MOVE 'RESUMO DA POSICAO' TO REG-RELATORIO-CONCILIACAO.
008550     WRITE REG-RELATORIO-CONCILIACAO.
008560
008570     MOVE WS-QTD-REMESSA TO WL-QTD-ED.
008580     MOVE WS-TOT-REMESSA TO WL-TOTAL-ED.
008590     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
008600     STRING 'REMESSA DO DIA..............: ' WL-QTD-ED
008610            '  ' WL-TOTAL-ED
008620         DELIMITED BY SIZE INTO REG-RELATORIO-CONCILIACAO.
008630     WRITE REG-RELATORIO-CONCILIACAO.
008640     DISPLAY REG-RELATORIO-CONCILIACAO.
008650     MOVE WS-QTD-DEVOLUCOES TO WL-QTD-ED.
008660     MOVE WS-TOT-DEVOLUCOES TO WL-TOTAL-ED.
008670     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
008680     STRING '  DAS QUAIS DEVOLUCOES......: ' WL-QTD-ED
008690            '  ' WL-TOTAL-ED
008700         DELIMITED BY SIZE INTO REG-RELATORIO-CONCILIACAO.
008710     WRITE REG-RELATORIO-CONCILIACAO.
008720     DISPLAY REG-RELATORIO-CONCILIACAO.
008730     MOVE WS-QTD-ESTORNOS TO WL-QTD-ED.
008740     MOVE WS-TOT-ESTORNOS TO WL-TOTAL-ED.
008750     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
008760     STRING '(-) ESTORNOS DO RETORNO.....: ' WL-QTD-ED
008770            '  ' WL-TOTAL-ED
008780         DELIMITED BY SIZE INTO REG-RELATORIO-CONCILIACAO.
008790     WRITE REG-RELATORIO-CONCILIACAO.
008800     DISPLAY REG-RELATORIO-CONCILIACAO.
008810     MOVE WS-TOT-DEBITOS-ESPERADOS TO WL-TOTAL-ED.
008820     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
008830     STRING '(=) DEBITOS ESPERADOS.......: ' '     '
008840            '  ' WL-TOTAL-ED
008850         DELIMITED BY SIZE INTO REG-RELATORIO-CONCILIACAO.
008860     WRITE REG-RELATORIO-CONCILIACAO.
008870     DISPLAY REG-RELATORIO-CONCILIACAO.
008880     MOVE WS-QTD-CREDITOS TO WL-QTD-ED.
008890     MOVE WS-TOT-CREDITOS TO WL-TOTAL-ED.
008900     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
008910     STRING 'CREDITOS DO CARGA-PIX.......: ' WL-QTD-ED
008920            '  ' WL-TOTAL-ED
008930         DELIMITED BY SIZE INTO REG-RELATORIO-CONCILIACAO.
008940     WRITE REG-RELATORIO-CONCILIACAO.
008950     DISPLAY REG-RELATORIO-CONCILIACAO.
008960     MOVE WS-LIQUIDO-ESPERADO TO WL-TOTAL-ED.
008970     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
008980     STRING 'LIQUIDO ESPERADO............: ' '     '
008990            '  ' WL-TOTAL-ED
009000         DELIMITED BY SIZE INTO REG-RELATORIO-CONCILIACAO.
009010     WRITE REG-RELATORIO-CONCILIACAO.
009020     DISPLAY REG-RELATORIO-CONCILIACAO.
009030     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
009040     WRITE REG-RELATORIO-CONCILIACAO.
009050
009060     MOVE WS-QTD-EXT-DEBITOS TO WL-QTD-ED.
009070     MOVE WS-TOT-EXT-DEBITOS TO WL-TOTAL-ED.
009080     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
009090     STRING 'DEBITOS NO EXTRATO..........: ' WL-QTD-ED
009100            '  ' WL-TOTAL-ED
009110         DELIMITED BY SIZE INTO REG-RELATORIO-CONCILIACAO.
009120     WRITE REG-RELATORIO-CONCILIACAO.
009130     DISPLAY REG-RELATORIO-CONCILIACAO.
009140     MOVE WS-QTD-EXT-CREDITOS TO WL-QTD-ED.
009150     MOVE WS-TOT-EXT-CREDITOS TO WL-TOTAL-ED.
009160     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
009170     STRING 'CREDITOS NO EXTRATO.........: ' WL-QTD-ED
009180            '  ' WL-TOTAL-ED
009190         DELIMITED BY SIZE INTO REG-RELATORIO-CONCILIACAO.
009200     WRITE REG-RELATORIO-CONCILIACAO.
009210     DISPLAY REG-RELATORIO-CONCILIACAO.
009220     MOVE WS-LIQUIDO-EXTRATO TO WL-TOTAL-ED.
009230     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
009240     STRING 'LIQUIDO NO EXTRATO..........: ' '     '
009250            '  ' WL-TOTAL-ED
009260         DELIMITED BY SIZE INTO REG-RELATORIO-CONCILIACAO.
009270     WRITE REG-RELATORIO-CONCILIACAO.
009280     DISPLAY REG-RELATORIO-CONCILIACAO.
009290     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
009300     WRITE REG-RELATORIO-CONCILIACAO.
009310
009320     MOVE WS-DIFERENCA TO WL-TOTAL-ED.
009330     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
009340     STRING 'DIFERENCA (EXTRATO-SISTEMA).: ' '     '
009350            '  ' WL-TOTAL-ED
009360         DELIMITED BY SIZE INTO REG-RELATORIO-CONCILIACAO.
009370     WRITE REG-RELATORIO-CONCILIACAO.
009380     DISPLAY REG-RELATORIO-CONCILIACAO.
009390     MOVE WS-QTD-QUEBRAS-EXTRATO TO WL-QTD-ED.
009400     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
009410     STRING 'QUEBRAS DO LADO DO EXTRATO..: ' WL-QTD-ED
009420         DELIMITED BY SIZE INTO REG-RELATORIO-CONCILIACAO.
009430     WRITE REG-RELATORIO-CONCILIACAO.
009440     DISPLAY REG-RELATORIO-CONCILIACAO.
009450     MOVE WS-QTD-QUEBRAS-SISTEMA TO WL-QTD-ED.
009460     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
009470     STRING 'QUEBRAS DO LADO DO SISTEMA..: ' WL-QTD-ED
009480         DELIMITED BY SIZE INTO REG-RELATORIO-CONCILIACAO.
009490     WRITE REG-RELATORIO-CONCILIACAO.
009500     DISPLAY REG-RELATORIO-CONCILIACAO.
009510
009520     PERFORM 6100-IMPRIMIR-AVISOS THRU 6100-IMPRIMIR-AVISOS-EXIT.
009530
009540     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
009550     WRITE REG-RELATORIO-CONCILIACAO.
009560     IF WS-DIFERENCA = ZERO
009570        AND WS-QTD-QUEBRAS-EXTRATO = ZERO
009580        AND WS-QTD-QUEBRAS-SISTEMA = ZERO
009590         MOVE 'SITUACAO: POSICAO CONCILIADA.'
009600             TO REG-RELATORIO-CONCILIACAO
009610     ELSE
009620         MOVE 'SITUACAO: POSICAO COM QUEBRAS - VERIFICAR COM A'
009630             TO REG-RELATORIO-CONCILIACAO
009640         MOVE ' TESOURARIA.' TO REG-RELATORIO-CONCILIACAO(48:12)
009650     END-IF.
009660     WRITE REG-RELATORIO-CONCILIACAO.
009670     DISPLAY REG-RELATORIO-CONCILIACAO.
009680 6000-IMPRIMIR-RESUMO-EXIT.
009690     EXIT.
009700
009710*----------------------------------------------------------------
009720*    AVISOS DE CONSISTENCIA DOS ARQUIVOS: TRAILER DO EXTRATO
009730*    CONTRA OS LANCAMENTOS LIDOS E TRAILER DO REMPIX CONTRA OS
009740*    TOTAIS DO CONTROLE DE REMESSA.
009750*----------------------------------------------------------------
009760 6100-IMPRIMIR-AVISOS.
009770     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
009780     IF NOT WS-TRAILER-EXTRATO-LIDO
009790         MOVE 'AVISO: EXTRATO SEM TRAILER.'
009800             TO REG-RELATORIO-CONCILIACAO
009810     ELSE
009820         IF WET-QTD-LANCAMENTOS NOT = WS-QTD-EXT-LANCAMENTOS
009830            OR WET-TOTAL-DEBITOS NOT = WS-TOT-EXT-DEBITOS
009840            OR WET-TOTAL-CREDITOS NOT = WS-TOT-EXT-CREDITOS
009850             MOVE 'AVISO: TRAILER DO EXTRATO NAO CONFERE COM OS'
009860                 TO REG-RELATORIO-CONCILIACAO
009870             MOVE ' LANCAMENTOS.'
009880                 TO REG-RELATORIO-CONCILIACAO(45:13)
009890         END-IF
009900     END-IF.
009910     IF REG-RELATORIO-CONCILIACAO NOT = SPACES
009920         WRITE REG-RELATORIO-CONCILIACAO
009930         DISPLAY REG-RELATORIO-CONCILIACAO
009940     END-IF.
009950
009960     MOVE SPACES TO REG-RELATORIO-CONCILIACAO.
009970     IF NOT WS-TRAILER-REMESSA-LIDO
009980         MOVE 'AVISO: REMPIX SEM TRAILER.'
009990             TO REG-RELATORIO-CONCILIACAO
010000     ELSE
010010         IF WRT-QTD-DETALHES NOT = CTL-QTD-DETALHES
010020            OR WRT-VALOR-TOTAL NOT = CTL-VALOR-TOTAL
010030            OR WS-QTD-REMESSA-TAB NOT = CTL-QTD-DETALHES
010040             MOVE 'AVISO: REMPIX NAO CONFERE COM O CONTROLE DE'
010050                 TO REG-RELATORIO-CONCILIACAO
010060             MOVE ' REMESSA.'
010070                 TO REG-RELATORIO-CONCILIACAO(44:9)
010080         END-IF
010090     END-IF.
010100     IF REG-RELATORIO-CONCILIACAO NOT = SPACES
010110         WRITE REG-RELATORIO-CONCILIACAO
010120         DISPLAY REG-RELATORIO-CONCILIACAO
010130     END-IF.
010140 6100-IMPRIMIR-AVISOS-EXIT.
010150     EXIT.
010160
010170*----------------------------------------------------------------
010180*    REGISTRA A CONCLUSAO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB).
010190*----------------------------------------------------------------
010200 9800-REGISTRAR-FIM.
010210     MOVE 'F' TO WS-CTL-FASE.
010220     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
010230 9800-REGISTRAR-FIM-EXIT.
010240     EXIT.
010250
010260*----------------------------------------------------------------
010270*    ENCERRAMENTO DOS ARQUIVOS.
010280*----------------------------------------------------------------
010290 9999-FINALIZAR.
010300     CLOSE EXTRATO-BACEN.
010310     CLOSE REMESSA-SAIDA.
010320     CLOSE PIX-OUT.
010330     CLOSE PENDING-PIX.
010340     CLOSE RELATORIO-CONCILIACAO.
010350 9999-FINALIZAR-EXIT.
010360     EXIT.
