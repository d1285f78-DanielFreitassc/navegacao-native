000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. VERIFICA-INTEGRIDADE.
000120 AUTHOR. DANIEL L. FREITAS.
000130 INSTALLATION. AGENCIA CENTRAL - SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*    DESCRICAO: VERIFICACAO SEMANAL DE INTEGRIDADE ENTRE OS
000180*               CADASTROS (BATCH). CONFRONTA CONTA-MASTER COM
000190*               BLOQUEIOS, CLIENTE-MASTER, PIX-DIRETORIO,
000200*               TARIFA-PIX, PIX-AGENDA E CONTAS-ENCERRADAS E
000210*               LISTA AS DIVERGENCIAS AGRUPADAS POR REGRA, COM A
000220*               QUANTIDADE POR REGRA:
000230*               01 CONTA BLOQUEADA SEM BLOQUEIO ATIVO;
000240*               02 BLOQUEIO ATIVO EM CONTA NAO BLOQUEADA;
000250*               03 DOCUMENTO DA CONTA SEM CLIENTE CADASTRADO;
000260*               04 TITULAR DA CONTA COM NOME DIFERENTE DO CLIENTE;
000270*               05 CHAVE PIX DA AGENCIA PARA CONTA ENCERRADA OU
000280*                  INEXISTENTE;
000290*               06 TARIFA PIX DE CONTA ENCERRADA OU INEXISTENTE;
000300*               07 AGENDAMENTO PENDENTE (OU AGUARDANDO APROVACAO)
000310*                  DE CONTA ENCERRADA OU INEXISTENTE;
000320*               08 CONTA DO ARQUIVO DE ENCERRADAS AINDA ABERTA.
000330*               AS REGRAS 03 E 04 NAO OLHAM CONTA ENCERRADA.
000340*               SO LEITURA - NENHUM ARQUIVO E ALTERADO; A CORRECAO
000350*               DE CADA CASO E FEITA PELO SUPERVISOR NAS TELAS DE
000360*               MANUTENCAO. ARQUIVO OPCIONAL AINDA NAO CRIADO
000370*               (STATUS 35) DEIXA A REGRA DELE SEM VERIFICACAO,
000380*               COM AVISO NO RELATORIO.
000390*    HISTORICO DE ALTERACOES
000400*    DATA       AUTOR     DESCRICAO
000410*    15/10/2026 DLF       CRIACAO DO PROGRAMA.
000420*----------------------------------------------------------------
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CONTA-MASTER
000480         ASSIGN TO "CTAMST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CTM-NUM-CONTA
000520         FILE STATUS IS WS-STATUS-CTAMST.
000530
000540     SELECT CLIENTE-MASTER
000550         ASSIGN TO "CLIMST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CLI-DOCUMENTO
000590         FILE STATUS IS WS-STATUS-CLIMST.
000600
000610     SELECT BLOQUEIOS
000620         ASSIGN TO "BLOQJUD"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS BLQ-NUM-CONTA
000660         FILE STATUS IS WS-STATUS-BLOQJUD.
000670
000680     SELECT PIX-DIRETORIO
000690         ASSIGN TO "PIXDIR"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS PXD-CHAVE-PIX
000730         FILE STATUS IS WS-STATUS-PIXDIR.
000740
000750     SELECT TARIFA-PIX
000760         ASSIGN TO "TARPIX"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS TRF-NUM-CONTA
000800         FILE STATUS IS WS-STATUS-TARPIX.
000810
000820     SELECT PIX-AGENDA
000830         ASSIGN TO "PIXAGD"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS AGD-ID-AGENDAMENTO
000870         FILE STATUS IS WS-STATUS-PIXAGD.
000880
000890     SELECT CONTAS-ENCERRADAS
000900         ASSIGN TO "CTAENC"
000910         ORGANIZATION IS SEQUENTIAL
000920         ACCESS MODE IS SEQUENTIAL
000930         FILE STATUS IS WS-STATUS-CTAENC.
000940
000950     SELECT RELATORIO-INTEGRIDADE
000960         ASSIGN TO "RELINT"
000970         ORGANIZATION IS SEQUENTIAL
000980         ACCESS MODE IS SEQUENTIAL
000990         FILE STATUS IS WS-STATUS-RELINT.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030
001040 FD  CONTA-MASTER
001050     LABEL RECORD IS STANDARD.
001060 COPY CTCTAM.
001070
001080 FD  CLIENTE-MASTER
001090     LABEL RECORD IS STANDARD.
001100 COPY CTCLIM.
001110
001120 FD  BLOQUEIOS
001130     LABEL RECORD IS STANDARD.
001140 COPY CTBLOQ.
001150
001160 FD  PIX-DIRETORIO
001170     LABEL RECORD IS STANDARD.
001180 COPY CTPXDR.
001190
001200 FD  TARIFA-PIX
001210     LABEL RECORD IS STANDARD.
001220 COPY CTTRF.
001230
001240 FD  PIX-AGENDA
001250     LABEL RECORD IS STANDARD.
001260 COPY CTPXAGD.
001270
001280 FD  CONTAS-ENCERRADAS
001290     LABEL RECORD IS STANDARD.
001300 COPY CTCTENC.
001310
001320 FD  RELATORIO-INTEGRIDADE
001330     LABEL RECORD IS STANDARD.
001340 01  REG-RELATORIO-INTEGRIDADE  PIC X(80).
001350
001360 WORKING-STORAGE SECTION.
001370
001380*    CODIGOS DE RETORNO DE I-O
001390 01  WS-STATUS-CTAMST            PIC X(02).
001400 01  WS-STATUS-CLIMST            PIC X(02).
001410 01  WS-STATUS-BLOQJUD           PIC X(02).
001420 01  WS-STATUS-PIXDIR            PIC X(02).
001430 01  WS-STATUS-TARPIX            PIC X(02).
001440 01  WS-STATUS-PIXAGD            PIC X(02).
001450 01  WS-STATUS-CTAENC            PIC X(02).
001460 01  WS-STATUS-RELINT            PIC X(02).
001470
001480 01  WS-DATA-AAAAMMDD            PIC 9(08).
001490
001500*    ARQUIVOS OPCIONAIS DISPONIVEIS ('S') OU AINDA NAO CRIADOS
001510 01  WS-SW-CLIMST                PIC X(01) VALUE 'S'.
001520     88  WS-CLIMST-DISPONIVEL        VALUE 'S'.
001530 01  WS-SW-BLOQJUD               PIC X(01) VALUE 'S'.
001540     88  WS-BLOQJUD-DISPONIVEL       VALUE 'S'.
001550 01  WS-SW-PIXDIR                PIC X(01) VALUE 'S'.
001560     88  WS-PIXDIR-DISPONIVEL        VALUE 'S'.
001570 01  WS-SW-TARPIX                PIC X(01) VALUE 'S'.
001580     88  WS-TARPIX-DISPONIVEL        VALUE 'S'.
001590 01  WS-SW-PIXAGD                PIC X(01) VALUE 'S'.
001600     88  WS-PIXAGD-DISPONIVEL        VALUE 'S'.
001610 01  WS-SW-CTAENC                PIC X(01) VALUE 'S'.
001620     88  WS-CTAENC-DISPONIVEL        VALUE 'S'.
001630
001640 01  WS-SW-FIM-ARQUIVO           PIC X(01) VALUE 'N'.
001650     88  WS-FIM-ARQUIVO              VALUE 'Y'.
001660
001670*    CONTA PROCURADA NO CONTA-MASTER E SITUACAO ENCONTRADA
001680 01  WS-NUM-CONTA-BUSCA          PIC 9(10).
001690 01  WS-SW-CONTA-EXISTE          PIC X(01).
001700     88  WS-CONTA-EXISTE             VALUE 'S'.
001710 01  WS-SITUACAO-CONTA           PIC X(17).
001720
001730 01  WS-BANCO-PROPRIO            PIC X(20)
001740                                 VALUE 'AGENCIA CENTRAL'.
001750
001760*    QUANTIDADE DE DIVERGENCIAS POR REGRA
001770 01  WS-QTD-REGRA-01             PIC 9(05) COMP VALUE ZERO.
001780 01  WS-QTD-REGRA-02             PIC 9(05) COMP VALUE ZERO.
001790 01  WS-QTD-REGRA-03             PIC 9(05) COMP VALUE ZERO.
001800 01  WS-QTD-REGRA-04             PIC 9(05) COMP VALUE ZERO.
001810 01  WS-QTD-REGRA-05             PIC 9(05) COMP VALUE ZERO.
001820 01  WS-QTD-REGRA-06             PIC 9(05) COMP VALUE ZERO.
001830 01  WS-QTD-REGRA-07             PIC 9(05) COMP VALUE ZERO.
001840 01  WS-QTD-REGRA-08             PIC 9(05) COMP VALUE ZERO.
001850 01  WS-QTD-TOTAL                PIC 9(05) COMP VALUE ZERO.
001860 01  WS-QTD-REGRA                PIC 9(05) COMP.
001870 01  WL-QTD-ED                   PIC ZZZZ9.
001880
001890*    CABECALHO DE COLUNAS E LINHA DE DETALHE (COMUM A TODAS AS
001900*    REGRAS)
001910 01  WS-LINHA-CABECALHO.
001920     05  FILLER                  PIC X(02)  VALUE SPACES.
001930     05  FILLER                  PIC X(11)  VALUE '     CONTA'.
001940     05  FILLER                  PIC X(31)  VALUE 'REFERENCIA'.
001950     05  FILLER                  PIC X(36)  VALUE 'OBSERVACAO'.
001960 01  WS-LINHA-DETALHE.
001970     05  FILLER                  PIC X(02)  VALUE SPACES.
001980     05  WL-NUM-CONTA            PIC 9(10).
001990     05  FILLER                  PIC X(01)  VALUE SPACE.
002000     05  WL-REFERENCIA           PIC X(30).
002010     05  FILLER                  PIC X(01)  VALUE SPACE.
002020     05  WL-OBSERVACAO           PIC X(36).
002030
002040*    CONTROLE DE EXECUCAO DO JOB (RUN-CONTROL, VIA CTRL-JOB)
002050 01  WS-PARM-CTRL-JOB.
002060     05  WS-CTL-JOB              PIC X(08) VALUE 'VERINTEG'.
002070     05  WS-CTL-JOB-PRECEDENTE   PIC X(08)
002080                                 VALUE SPACES.
002090     05  WS-CTL-FASE             PIC X(01).
002100     05  WS-CTL-RETORNO          PIC X(01).
002110
002120 PROCEDURE DIVISION.
002130
002140 0000-MAINLINE.
002150     PERFORM 0100-REGISTRAR-INICIO
002160         THRU 0100-REGISTRAR-INICIO-EXIT.
002170     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002180     PERFORM 2100-REGRA-CONTA-BLOQUEADA
002190         THRU 2100-REGRA-CONTA-BLOQUEADA-EXIT.
002200     PERFORM 2200-REGRA-BLOQUEIO-ATIVO
002210         THRU 2200-REGRA-BLOQUEIO-ATIVO-EXIT.
002220     PERFORM 2300-REGRA-DOCUMENTO
002230         THRU 2300-REGRA-DOCUMENTO-EXIT.
002240     PERFORM 2400-REGRA-NOME-TITULAR
002250         THRU 2400-REGRA-NOME-TITULAR-EXIT.
002260     PERFORM 2500-REGRA-CHAVE-PIX
002270         THRU 2500-REGRA-CHAVE-PIX-EXIT.
002280     PERFORM 2600-REGRA-TARIFA
002290         THRU 2600-REGRA-TARIFA-EXIT.
002300     PERFORM 2700-REGRA-AGENDAMENTO
002310         THRU 2700-REGRA-AGENDAMENTO-EXIT.
002320     PERFORM 2800-REGRA-ENCERRADAS
002330         THRU 2800-REGRA-ENCERRADAS-EXIT.
002340     PERFORM 3000-IMPRIMIR-TOTAIS
002350         THRU 3000-IMPRIMIR-TOTAIS-EXIT.
002360     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
002370     PERFORM 9800-REGISTRAR-FIM
002380         THRU 9800-REGISTRAR-FIM-EXIT.
002390     STOP RUN.
002400
002410*----------------------------------------------------------------
002420*    REGISTRA O INICIO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB) E
002430*    ABANDONA QUANDO O CONTROLE RECUSA A PARTIDA.
002440*----------------------------------------------------------------
002450 0100-REGISTRAR-INICIO.
002460     MOVE 'I' TO WS-CTL-FASE.
002470     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
002480     IF WS-CTL-RETORNO NOT = '0'
002490         DISPLAY 'EXECUCAO ABANDONADA PELO CONTROLE DE JOBS.'
002500         STOP RUN
002510     END-IF.
002520 0100-REGISTRAR-INICIO-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------------
002560*    ABERTURA DOS ARQUIVOS, TODOS SO PARA LEITURA, E CABECALHO
002570*    DO RELATORIO. SEM CONTA-MASTER NAO HA O QUE VERIFICAR; OS
002580*    DEMAIS CADASTROS AINDA NAO CRIADOS (STATUS 35) SO DESLIGAM
002590*    A REGRA QUE DEPENDE DELES.
002600*----------------------------------------------------------------
002610 1000-INICIALIZAR.
002620     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
002630
002640     OPEN INPUT CONTA-MASTER.
002650     IF WS-STATUS-CTAMST NOT = '00'
002660         DISPLAY 'ERRO AO ABRIR CONTA-MASTER: ' WS-STATUS-CTAMST
002670         STOP RUN
002680     END-IF.
002690
002700     OPEN INPUT CLIENTE-MASTER.
002710     IF WS-STATUS-CLIMST = '35'
002720         MOVE 'N' TO WS-SW-CLIMST
002730     ELSE
002740         IF WS-STATUS-CLIMST NOT = '00'
002750             DISPLAY 'ERRO AO ABRIR CLIENTE-MASTER: '
002760                 WS-STATUS-CLIMST
002770             STOP RUN
002780         END-IF
002790     END-IF.
002800
002810     OPEN INPUT BLOQUEIOS.
002820     IF WS-STATUS-BLOQJUD = '35'
002830         MOVE 'N' TO WS-SW-BLOQJUD
002840     ELSE
002850         IF WS-STATUS-BLOQJUD NOT = '00'
002860             DISPLAY 'ERRO AO ABRIR BLOQUEIOS: ' WS-STATUS-BLOQJUD
002870             STOP RUN
002880         END-IF
002890     END-IF.
002900
002910     OPEN INPUT PIX-DIRETORIO.
002920     IF WS-STATUS-PIXDIR = '35'
002930         MOVE 'N' TO WS-SW-PIXDIR
002940     ELSE
002950         IF WS-STATUS-PIXDIR NOT = '00'
002960             DISPLAY 'ERRO AO ABRIR PIX-DIRETORIO: '
002970                 WS-STATUS-PIXDIR
002980             STOP RUN
002990         END-IF
003000     END-IF.
003010
003020     OPEN INPUT TARIFA-PIX.
003030     IF WS-STATUS-TARPIX = '35'
003040         MOVE 'N' TO WS-SW-TARPIX
003050     ELSE
003060         IF WS-STATUS-TARPIX NOT = '00'
003070             DISPLAY 'ERRO AO ABRIR TARIFA-PIX: ' WS-STATUS-TARPIX
003080             STOP RUN
003090         END-IF
003100     END-IF.
003110
003120     OPEN INPUT PIX-AGENDA.
003130     IF WS-STATUS-PIXAGD = '35'
003140         MOVE 'N' TO WS-SW-PIXAGD
003150     ELSE
003160         IF WS-STATUS-PIXAGD NOT = '00'
003170             DISPLAY 'ERRO AO ABRIR PIX-AGENDA: ' WS-STATUS-PIXAGD
003180             STOP RUN
003190         END-IF
003200     END-IF.
003210
003220     OPEN INPUT CONTAS-ENCERRADAS.
003230     IF WS-STATUS-CTAENC = '35'
003240         MOVE 'N' TO WS-SW-CTAENC
003250     ELSE
003260         IF WS-STATUS-CTAENC NOT = '00'
003270             DISPLAY 'ERRO AO ABRIR CONTAS-ENCERRADAS: '
003280                 WS-STATUS-CTAENC
003290             STOP RUN
003300         END-IF
003310     END-IF.
003320
003330     OPEN OUTPUT RELATORIO-INTEGRIDADE.
003340     IF WS-STATUS-RELINT NOT = '00'
003350         DISPLAY 'ERRO AO ABRIR RELATORIO-INTEGRIDADE: '
003360             WS-STATUS-RELINT
003370         STOP RUN
003380     END-IF.
003390
003400     MOVE 'VERIFICACAO DE INTEGRIDADE DOS CADASTROS - SEMANAL'
003410         TO REG-RELATORIO-INTEGRIDADE.
003420     WRITE REG-RELATORIO-INTEGRIDADE.
003430     MOVE SPACES TO REG-RELATORIO-INTEGRIDADE.
003440     STRING 'DATA DO PROCESSAMENTO: ' WS-DATA-AAAAMMDD
003450         DELIMITED BY SIZE INTO REG-RELATORIO-INTEGRIDADE.
003460     WRITE REG-RELATORIO-INTEGRIDADE.
003470     MOVE SPACES TO REG-RELATORIO-INTEGRIDADE.
003480     WRITE REG-RELATORIO-INTEGRIDADE.
003490 1000-INICIALIZAR-EXIT.
003500     EXIT.
003510
003520*----------------------------------------------------------------
003530*    REGRA 01 - CONTA COM STATUS 'B' SEM REGISTRO ATIVO NO
003540*    CADASTRO DE BLOQUEIOS.
003550*----------------------------------------------------------------
003560 2100-REGRA-CONTA-BLOQUEADA.
003570     MOVE 'REGRA 01 - CONTA BLOQUEADA SEM BLOQUEIO ATIVO'
003580         TO REG-RELATORIO-INTEGRIDADE.
003590     WRITE REG-RELATORIO-INTEGRIDADE.
003600     IF NOT WS-BLOQJUD-DISPONIVEL
003610         MOVE 'BLOQUEIOS' TO WL-REFERENCIA
003620         PERFORM 8300-REGRA-NAO-VERIFICADA
003630             THRU 8300-REGRA-NAO-VERIFICADA-EXIT
003640         GO TO 2100-REGRA-CONTA-BLOQUEADA-EXIT
003650     END-IF.
003660     MOVE WS-LINHA-CABECALHO TO REG-RELATORIO-INTEGRIDADE.
003670     WRITE REG-RELATORIO-INTEGRIDADE.
003680
003690     PERFORM 8000-INICIAR-CONTA-MASTER
003700         THRU 8000-INICIAR-CONTA-MASTER-EXIT.
003710     PERFORM 2110-VERIFICAR-CONTA-BLOQ
003720         THRU 2110-VERIFICAR-CONTA-BLOQ-EXIT
003730         UNTIL WS-FIM-ARQUIVO.
003740
003750     MOVE WS-QTD-REGRA-01 TO WS-QTD-REGRA.
003760     PERFORM 8400-FECHAR-REGRA THRU 8400-FECHAR-REGRA-EXIT.
003770 2100-REGRA-CONTA-BLOQUEADA-EXIT.
003780     EXIT.
003790
003800 2110-VERIFICAR-CONTA-BLOQ.
003810     READ CONTA-MASTER NEXT RECORD
003820         AT END
003830             MOVE 'Y' TO WS-SW-FIM-ARQUIVO
003840             GO TO 2110-VERIFICAR-CONTA-BLOQ-EXIT
003850     END-READ.
003860
003870     IF NOT CTM-CONTA-BLOQUEADA
003880         GO TO 2110-VERIFICAR-CONTA-BLOQ-EXIT
003890     END-IF.
003900
003910     MOVE 'SEM REGISTRO EM BLOQUEIOS' TO WL-OBSERVACAO.
003920     MOVE CTM-NUM-CONTA TO BLQ-NUM-CONTA.
003930     READ BLOQUEIOS
003940         KEY IS BLQ-NUM-CONTA
003950         NOT INVALID KEY
003960             IF BLQ-ATIVO
003970                 GO TO 2110-VERIFICAR-CONTA-BLOQ-EXIT
003980             END-IF
003990             MOVE SPACES TO WL-OBSERVACAO
004000             STRING 'BLOQUEIO LEVANTADO EM '
004010                    BLQ-DATA-LEVANTAMENTO
004020                 DELIMITED BY SIZE INTO WL-OBSERVACAO
004030     END-READ.
004040
004050     MOVE CTM-NUM-CONTA TO WL-NUM-CONTA.
004060     MOVE CTM-NOME-TITULAR TO WL-REFERENCIA.
004070     PERFORM 8200-IMPRIMIR-DETALHE
004080         THRU 8200-IMPRIMIR-DETALHE-EXIT.
004090     ADD 1 TO WS-QTD-REGRA-01.
004100 2110-VERIFICAR-CONTA-BLOQ-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------------
004140*    REGRA 02 - REGISTRO ATIVO NO CADASTRO DE BLOQUEIOS PARA
004150*    CONTA QUE NAO ESTA COM STATUS 'B' (OU NAO EXISTE).
004160*----------------------------------------------------------------
004170 2200-REGRA-BLOQUEIO-ATIVO.
004180     MOVE 'REGRA 02 - BLOQUEIO ATIVO EM CONTA NAO BLOQUEADA'
004190         TO REG-RELATORIO-INTEGRIDADE.
004200     WRITE REG-RELATORIO-INTEGRIDADE.
004210     IF NOT WS-BLOQJUD-DISPONIVEL
004220         MOVE 'BLOQUEIOS' TO WL-REFERENCIA
004230         PERFORM 8300-REGRA-NAO-VERIFICADA
004240             THRU 8300-REGRA-NAO-VERIFICADA-EXIT
004250         GO TO 2200-REGRA-BLOQUEIO-ATIVO-EXIT
004260     END-IF.
004270     MOVE WS-LINHA-CABECALHO TO REG-RELATORIO-INTEGRIDADE.
004280     WRITE REG-RELATORIO-INTEGRIDADE.
004290
004300     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
004310     MOVE ZERO TO BLQ-NUM-CONTA.
004320     START BLOQUEIOS KEY IS NOT LESS THAN BLQ-NUM-CONTA
004330         INVALID KEY
004340             MOVE 'Y' TO WS-SW-FIM-ARQUIVO
004350     END-START.
004360     PERFORM 2210-VERIFICAR-BLOQUEIO
004370         THRU 2210-VERIFICAR-BLOQUEIO-EXIT
004380         UNTIL WS-FIM-ARQUIVO.
004390
004400     MOVE WS-QTD-REGRA-02 TO WS-QTD-REGRA.
004410     PERFORM 8400-FECHAR-REGRA THRU 8400-FECHAR-REGRA-EXIT.
004420 2200-REGRA-BLOQUEIO-ATIVO-EXIT.
004430     EXIT.
004440
004450 2210-VERIFICAR-BLOQUEIO.
004460     READ BLOQUEIOS NEXT RECORD
004470         AT END
004480             MOVE 'Y' TO WS-SW-FIM-ARQUIVO
004490             GO TO 2210-VERIFICAR-BLOQUEIO-EXIT
004500     END-READ.
004510
004520     IF NOT BLQ-ATIVO
004530         GO TO 2210-VERIFICAR-BLOQUEIO-EXIT
004540     END-IF.
004550
004560     MOVE BLQ-NUM-CONTA TO WS-NUM-CONTA-BUSCA.
004570     PERFORM 8100-LER-CONTA THRU 8100-LER-CONTA-EXIT.
004580     IF WS-CONTA-EXISTE
004590        AND CTM-CONTA-BLOQUEADA
004600         GO TO 2210-VERIFICAR-BLOQUEIO-EXIT
004610     END-IF.
004620
004630     MOVE BLQ-NUM-CONTA TO WL-NUM-CONTA.
004640     MOVE BLQ-SOLICITANTE TO WL-REFERENCIA.
004650     MOVE WS-SITUACAO-CONTA TO WL-OBSERVACAO.
004660     PERFORM 8200-IMPRIMIR-DETALHE
004670         THRU 8200-IMPRIMIR-DETALHE-EXIT.
004680     ADD 1 TO WS-QTD-REGRA-02.
004690 2210-VERIFICAR-BLOQUEIO-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------
004730*    REGRA 03 - DOCUMENTO DA CONTA (CTM-DOCUMENTO) SEM CLIENTE
004740*    NO CLIENTE-MASTER. CONTA ENCERRADA NAO E VERIFICADA.
004750*----------------------------------------------------------------
004760 2300-REGRA-DOCUMENTO.
004770     MOVE 'REGRA 03 - DOCUMENTO DA CONTA SEM CLIENTE CADASTRADO'
004780         TO REG-RELATORIO-INTEGRIDADE.
004790     WRITE REG-RELATORIO-INTEGRIDADE.
004800     IF NOT WS-CLIMST-DISPONIVEL
004810         MOVE 'CLIENTE-MASTER' TO WL-REFERENCIA
004820         PERFORM 8300-REGRA-NAO-VERIFICADA
004830             THRU 8300-REGRA-NAO-VERIFICADA-EXIT
004840         GO TO 2300-REGRA-DOCUMENTO-EXIT
004850     END-IF.
004860     MOVE WS-LINHA-CABECALHO TO REG-RELATORIO-INTEGRIDADE.
004870     WRITE REG-RELATORIO-INTEGRIDADE.
004880
004890     PERFORM 8000-INICIAR-CONTA-MASTER
004900         THRU 8000-INICIAR-CONTA-MASTER-EXIT.
004910     PERFORM 2310-VERIFICAR-DOCUMENTO
004920         THRU 2310-VERIFICAR-DOCUMENTO-EXIT
004930         UNTIL WS-FIM-ARQUIVO.
004940
004950     MOVE WS-QTD-REGRA-03 TO WS-QTD-REGRA.
004960     PERFORM 8400-FECHAR-REGRA THRU 8400-FECHAR-REGRA-EXIT.
004970 2300-REGRA-DOCUMENTO-EXIT.
004980     EXIT.
004990
005000 2310-VERIFICAR-DOCUMENTO.
005010     READ CONTA-MASTER NEXT RECORD
005020         AT END
005030             MOVE 'Y' TO WS-SW-FIM-ARQUIVO
005040             GO TO 2310-VERIFICAR-DOCUMENTO-EXIT
005050     END-READ.
005060
005070     IF CTM-CONTA-ENCERRADA
005080         GO TO 2310-VERIFICAR-DOCUMENTO-EXIT
005090     END-IF.
005100
005110     MOVE CTM-DOCUMENTO TO CLI-DOCUMENTO.
005120     READ CLIENTE-MASTER
005130         KEY IS CLI-DOCUMENTO
005140         INVALID KEY
005150             MOVE CTM-NUM-CONTA TO WL-NUM-CONTA
005160             MOVE CTM-DOCUMENTO TO WL-REFERENCIA
005170             MOVE 'DOCUMENTO SEM CLIENTE CADASTRADO'
005180                 TO WL-OBSERVACAO
005190             PERFORM 8200-IMPRIMIR-DETALHE
005200                 THRU 8200-IMPRIMIR-DETALHE-EXIT
005210             ADD 1 TO WS-QTD-REGRA-03
005220     END-READ.
005230 2310-VERIFICAR-DOCUMENTO-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------------
005270*    REGRA 04 - NOME DO TITULAR NA CONTA (CTM-NOME-TITULAR)
005280*    DIFERENTE DO NOME DO CLIENTE (CLI-NOME). CONTA SEM CLIENTE
005290*    JA SAI NA REGRA 03; CONTA ENCERRADA NAO E VERIFICADA.
005300*----------------------------------------------------------------
005310 2400-REGRA-NOME-TITULAR.
005320     MOVE 'REGRA 04 - TITULAR DA CONTA COM NOME DIFERENTE DO'
005330         TO REG-RELATORIO-INTEGRIDADE.
005340     MOVE ' CLIENTE' TO REG-RELATORIO-INTEGRIDADE(50:8).
005350     WRITE REG-RELATORIO-INTEGRIDADE.
005360     IF NOT WS-CLIMST-DISPONIVEL
005370         MOVE 'CLIENTE-MASTER' TO WL-REFERENCIA
005380         PERFORM 8300-REGRA-NAO-VERIFICADA
005390             THRU 8300-REGRA-NAO-VERIFICADA-EXIT
005400         GO TO 2400-REGRA-NOME-TITULAR-EXIT
005410     END-IF.
005420     MOVE WS-LINHA-CABECALHO TO REG-RELATORIO-INTEGRIDADE.
005430     MOVE 'NOME NA CONTA' TO REG-RELATORIO-INTEGRIDADE(14:30).
005440     MOVE 'NOME NO CLIENTE' TO REG-RELATORIO-INTEGRIDADE(45:15).
005450     WRITE REG-RELATORIO-INTEGRIDADE.
005460
005470     PERFORM 8000-INICIAR-CONTA-MASTER
005480         THRU 8000-INICIAR-CONTA-MASTER-EXIT.
005490     PERFORM 2410-VERIFICAR-NOME
005500         THRU 2410-VERIFICAR-NOME-EXIT
005510         UNTIL WS-FIM-ARQUIVO.
005520
005530     MOVE WS-QTD-REGRA-04 TO WS-QTD-REGRA.
005540     PERFORM 8400-FECHAR-REGRA THRU 8400-FECHAR-REGRA-EXIT.
005550 2400-REGRA-NOME-TITULAR-EXIT.
005560     EXIT.
005570
005580 2410-VERIFICAR-NOME.
005590     READ CONTA-MASTER NEXT RECORD
005600         AT END
005610             MOVE 'Y' TO WS-SW-FIM-ARQUIVO
005620             GO TO 2410-VERIFICAR-NOME-EXIT
005630     END-READ.
005640
005650     IF CTM-CONTA-ENCERRADA
005660         GO TO 2410-VERIFICAR-NOME-EXIT
005670     END-IF.
005680
005690     MOVE CTM-DOCUMENTO TO CLI-DOCUMENTO.
005700     READ CLIENTE-MASTER
005710         KEY IS CLI-DOCUMENTO
005720         INVALID KEY
005730             GO TO 2410-VERIFICAR-NOME-EXIT
005740     END-READ.
005750     IF CLI-NOME = CTM-NOME-TITULAR
005760         GO TO 2410-VERIFICAR-NOME-EXIT
005770     END-IF.
005780
005790     MOVE CTM-NUM-CONTA TO WL-NUM-CONTA.
005800     MOVE CTM-NOME-TITULAR TO WL-REFERENCIA.
005810     MOVE CLI-NOME TO WL-OBSERVACAO.
005820     PERFORM 8200-IMPRIMIR-DETALHE
005830         THRU 8200-IMPRIMIR-DETALHE-EXIT.
005840     ADD 1 TO WS-QTD-REGRA-04.
005850 2410-VERIFICAR-NOME-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------------
005890*    REGRA 05 - CHAVE PIX DO DIRETORIO REGISTRADA PARA A PROPRIA
005900*    AGENCIA APONTANDO PARA CONTA ENCERRADA OU INEXISTENTE.
005910*----------------------------------------------------------------
005920 2500-REGRA-CHAVE-PIX.
005930     MOVE 'REGRA 05 - CHAVE PIX DA AGENCIA PARA CONTA ENCERRADA'
005940         TO REG-RELATORIO-INTEGRIDADE.
005950     MOVE ' OU INEXISTENTE' TO REG-RELATORIO-INTEGRIDADE(53:15).
005960     WRITE REG-RELATORIO-INTEGRIDADE.
005970     IF NOT WS-PIXDIR-DISPONIVEL
005980         MOVE 'PIX-DIRETORIO' TO WL-REFERENCIA
005990         PERFORM 8300-REGRA-NAO-VERIFICADA
006000             THRU 8300-REGRA-NAO-VERIFICADA-EXIT
006010         GO TO 2500-REGRA-CHAVE-PIX-EXIT
006020     END-IF.
006030     MOVE WS-LINHA-CABECALHO TO REG-RELATORIO-INTEGRIDADE.
006040     MOVE 'CHAVE PIX' TO REG-RELATORIO-INTEGRIDADE(14:30).
006050     WRITE REG-RELATORIO-INTEGRIDADE.
006060
006070     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
006080     MOVE LOW-VALUE TO PXD-CHAVE-PIX.
006090     START PIX-DIRETORIO KEY IS NOT LESS THAN PXD-CHAVE-PIX
006100         INVALID KEY
006110             MOVE 'Y' TO WS-SW-FIM-ARQUIVO
006120     END-START.
006130     PERFORM 2510-VERIFICAR-CHAVE
006140         THRU 2510-VERIFICAR-CHAVE-EXIT
006150         UNTIL WS-FIM-ARQUIVO.
006160
006170     MOVE WS-QTD-REGRA-05 TO WS-QTD-REGRA.
006180     PERFORM 8400-FECHAR-REGRA THRU 8400-FECHAR-REGRA-EXIT.
006190 2500-REGRA-CHAVE-PIX-EXIT.
006200     EXIT.
006210
006220 2510-VERIFICAR-CHAVE.
006230     READ PIX-DIRETORIO NEXT RECORD
006240         AT END
006250             MOVE 'Y' TO WS-SW-FIM-ARQUIVO
006260             GO TO 2510-VERIFICAR-CHAVE-EXIT
006270     END-READ.
006280
006290     IF PXD-BANCO NOT = WS-BANCO-PROPRIO
006300         GO TO 2510-VERIFICAR-CHAVE-EXIT
006310     END-IF.
006320
006330     MOVE PXD-NUM-CONTA TO WS-NUM-CONTA-BUSCA.
006340     PERFORM 8100-LER-CONTA THRU 8100-LER-CONTA-EXIT.
006350     IF WS-CONTA-EXISTE
006360        AND NOT CTM-CONTA-ENCERRADA
006370         GO TO 2510-VERIFICAR-CHAVE-EXIT
006380     END-IF.
006390
006400     MOVE PXD-NUM-CONTA TO WL-NUM-CONTA.
006410     MOVE PXD-CHAVE-PIX TO WL-REFERENCIA.
006420     MOVE WS-SITUACAO-CONTA TO WL-OBSERVACAO.
006430     PERFORM 8200-IMPRIMIR-DETALHE
006440         THRU 8200-IMPRIMIR-DETALHE-EXIT.
006450     ADD 1 TO WS-QTD-REGRA-05.
006460 2510-VERIFICAR-CHAVE-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------------
006500*    REGRA 06 - TARIFA PIX CADASTRADA PARA CONTA ENCERRADA OU
006510*    INEXISTENTE.
006520*----------------------------------------------------------------
006530 2600-REGRA-TARIFA.
006540     MOVE 'REGRA 06 - TARIFA PIX DE CONTA ENCERRADA OU'
006550         TO REG-RELATORIO-INTEGRIDADE.
006560     MOVE ' INEXISTENTE' TO REG-RELATORIO-INTEGRIDADE(44:12).
006570     WRITE REG-RELATORIO-INTEGRIDADE.
006580     IF NOT WS-TARPIX-DISPONIVEL
006590         MOVE 'TARIFA-PIX' TO WL-REFERENCIA
006600         PERFORM 8300-REGRA-NAO-VERIFICADA
006610             THRU 8300-REGRA-NAO-VERIFICADA-EXIT
006620         GO TO 2600-REGRA-TARIFA-EXIT
006630     END-IF.
006640     MOVE WS-LINHA-CABECALHO TO REG-RELATORIO-INTEGRIDADE.
006650     MOVE 'ALTERADA EM / POR' TO REG-RELATORIO-INTEGRIDADE(14:30).
006660     WRITE REG-RELATORIO-INTEGRIDADE.
006670
006680     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
006690     MOVE ZERO TO TRF-NUM-CONTA.
006700     START TARIFA-PIX KEY IS NOT LESS THAN TRF-NUM-CONTA
006710         INVALID KEY
006720             MOVE 'Y' TO WS-SW-FIM-ARQUIVO
006730     END-START.
006740     PERFORM 2610-VERIFICAR-TARIFA
006750         THRU 2610-VERIFICAR-TARIFA-EXIT
006760         UNTIL WS-FIM-ARQUIVO.
006770
006780     MOVE WS-QTD-REGRA-06 TO WS-QTD-REGRA.
006790     PERFORM 8400-FECHAR-REGRA THRU 8400-FECHAR-REGRA-EXIT.
006800 2600-REGRA-TARIFA-EXIT.
006810     EXIT.
006820
006830 2610-VERIFICAR-TARIFA.
006840     READ TARIFA-PIX NEXT RECORD
006850         AT END
006860             MOVE 'Y' TO WS-SW-FIM-ARQUIVO
006870             GO TO 2610-VERIFICAR-TARIFA-EXIT
006880     END-READ.
006890
006900     MOVE TRF-NUM-CONTA TO WS-NUM-CONTA-BUSCA.
006910     PERFORM 8100-LER-CONTA THRU 8100-LER-CONTA-EXIT.
006920     IF WS-CONTA-EXISTE
006930        AND NOT CTM-CONTA-ENCERRADA
006940         GO TO 2610-VERIFICAR-TARIFA-EXIT
006950     END-IF.
006960
006970     MOVE TRF-NUM-CONTA TO WL-NUM-CONTA.
006980     MOVE SPACES TO WL-REFERENCIA.
006990     STRING TRF-DATA-ALTERACAO ' ' TRF-ID-OPERADOR
007000         DELIMITED BY SIZE INTO WL-REFERENCIA.
007010     MOVE WS-SITUACAO-CONTA TO WL-OBSERVACAO.
007020     PERFORM 8200-IMPRIMIR-DETALHE
007030         THRU 8200-IMPRIMIR-DETALHE-EXIT.
007040     ADD 1 TO WS-QTD-REGRA-06.
007050 2610-VERIFICAR-TARIFA-EXIT.
007060     EXIT.
007070
007080*----------------------------------------------------------------
007090*    REGRA 07 - AGENDAMENTO AINDA A EXECUTAR (PENDENTE OU
007100*    AGUARDANDO APROVACAO) COM CONTA DE ORIGEM ENCERRADA OU
007110*    INEXISTENTE.
007120*----------------------------------------------------------------
007130 2700-REGRA-AGENDAMENTO.
007140     MOVE 'REGRA 07 - AGENDAMENTO PENDENTE DE CONTA ENCERRADA OU'
007150         TO REG-RELATORIO-INTEGRIDADE.
007160     MOVE ' INEXISTENTE' TO REG-RELATORIO-INTEGRIDADE(54:12).
007170     WRITE REG-RELATORIO-INTEGRIDADE.
007180     IF NOT WS-PIXAGD-DISPONIVEL
007190         MOVE 'PIX-AGENDA' TO WL-REFERENCIA
007200         PERFORM 8300-REGRA-NAO-VERIFICADA
007210             THRU 8300-REGRA-NAO-VERIFICADA-EXIT
007220         GO TO 2700-REGRA-AGENDAMENTO-EXIT
007230     END-IF.
007240     MOVE WS-LINHA-CABECALHO TO REG-RELATORIO-INTEGRIDADE.
007250     MOVE 'CHAVE PIX DE DESTINO'
007260         TO REG-RELATORIO-INTEGRIDADE(14:30).
007270     WRITE REG-RELATORIO-INTEGRIDADE.
007280
007290     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
007300     MOVE ZERO TO AGD-ID-AGENDAMENTO.
007310     START PIX-AGENDA KEY IS NOT LESS THAN AGD-ID-AGENDAMENTO
007320         INVALID KEY
007330             MOVE 'Y' TO WS-SW-FIM-ARQUIVO
007340     END-START.
007350     PERFORM 2710-VERIFICAR-AGENDAMENTO
007360         THRU 2710-VERIFICAR-AGENDAMENTO-EXIT
007370         UNTIL WS-FIM-ARQUIVO.
007380
007390     MOVE WS-QTD-REGRA-07 TO WS-QTD-REGRA.
007400     PERFORM 8400-FECHAR-REGRA THRU 8400-FECHAR-REGRA-EXIT.
007410 2700-REGRA-AGENDAMENTO-EXIT.
007420     EXIT.
007430
007440 2710-VERIFICAR-AGENDAMENTO.
007450     READ PIX-AGENDA NEXT RECORD
007460         AT END
007470             MOVE 'Y' TO WS-SW-FIM-ARQUIVO
007480             GO TO 2710-VERIFICAR-AGENDAMENTO-EXIT
007490     END-READ.
007500
007510     IF NOT AGD-PENDENTE
007520        AND NOT AGD-AGUARDA-APROVACAO
007530         GO TO 2710-VERIFICAR-AGENDAMENTO-EXIT
007540     END-IF.
007550
007560     MOVE AGD-NUM-CONTA-ORIGEM TO WS-NUM-CONTA-BUSCA.
007570     PERFORM 8100-LER-CONTA THRU 8100-LER-CONTA-EXIT.
007580     IF WS-CONTA-EXISTE
007590        AND NOT CTM-CONTA-ENCERRADA
007600         GO TO 2710-VERIFICAR-AGENDAMENTO-EXIT
007610     END-IF.
007620
007630     MOVE AGD-NUM-CONTA-ORIGEM TO WL-NUM-CONTA.
007640     MOVE AGD-CHAVE-PIX-DESTINO TO WL-REFERENCIA.
007650     MOVE SPACES TO WL-OBSERVACAO.
007660     STRING 'AGEND. ' AGD-ID-AGENDAMENTO ' ' AGD-STATUS ' '
007670            WS-SITUACAO-CONTA
007680         DELIMITED BY SIZE INTO WL-OBSERVACAO.
007690     PERFORM 8200-IMPRIMIR-DETALHE
007700         THRU 8200-IMPRIMIR-DETALHE-EXIT.
007710     ADD 1 TO WS-QTD-REGRA-07.
007720 2710-VERIFICAR-AGENDAMENTO-EXIT.
007730     EXIT.
007740
007750*----------------------------------------------------------------
007760*    REGRA 08 - CONTA REGISTRADA NO ARQUIVO DE CONTAS
007770*    ENCERRADAS QUE CONTINUA ABERTA (ATIVA OU BLOQUEADA) NO
007780*    CONTA-MASTER.
007790*----------------------------------------------------------------
007800 2800-REGRA-ENCERRADAS.
007810     MOVE 'REGRA 08 - CONTA DO ARQUIVO DE ENCERRADAS AINDA ABERTA'
007820         TO REG-RELATORIO-INTEGRIDADE.
007830     WRITE REG-RELATORIO-INTEGRIDADE.
007840     IF NOT WS-CTAENC-DISPONIVEL
007850         MOVE 'CONTAS-ENCERRADAS' TO WL-REFERENCIA
007860         PERFORM 8300-REGRA-NAO-VERIFICADA
007870             THRU 8300-REGRA-NAO-VERIFICADA-EXIT
007880         GO TO 2800-REGRA-ENCERRADAS-EXIT
007890     END-IF.
007900     MOVE WS-LINHA-CABECALHO TO REG-RELATORIO-INTEGRIDADE.
007910     MOVE 'TITULAR' TO REG-RELATORIO-INTEGRIDADE(14:30).
007920     WRITE REG-RELATORIO-INTEGRIDADE.
007930
007940     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
007950     PERFORM 2810-VERIFICAR-ENCERRADA
007960         THRU 2810-VERIFICAR-ENCERRADA-EXIT
007970         UNTIL WS-FIM-ARQUIVO.
007980
007990     MOVE WS-QTD-REGRA-08 TO WS-QTD-REGRA.
008000     PERFORM 8400-FECHAR-REGRA THRU 8400-FECHAR-REGRA-EXIT.
008010 2800-REGRA-ENCERRADAS-EXIT.
008020     EXIT.
008030
008040 2810-VERIFICAR-ENCERRADA.
008050     READ CONTAS-ENCERRADAS
008060         AT END
008070             MOVE 'Y' TO WS-SW-FIM-ARQUIVO
008080             GO TO 2810-VERIFICAR-ENCERRADA-EXIT
008090     END-READ.
008100
008110     MOVE CTE-NUM-CONTA TO WS-NUM-CONTA-BUSCA.
008120     PERFORM 8100-LER-CONTA THRU 8100-LER-CONTA-EXIT.
008130     IF NOT WS-CONTA-EXISTE
008140         GO TO 2810-VERIFICAR-ENCERRADA-EXIT
008150     END-IF.
008160     IF CTM-CONTA-ENCERRADA
008170         GO TO 2810-VERIFICAR-ENCERRADA-EXIT
008180     END-IF.
008190
008200     MOVE CTE-NUM-CONTA TO WL-NUM-CONTA.
008210     MOVE CTE-NOME-TITULAR TO WL-REFERENCIA.
008220     MOVE SPACES TO WL-OBSERVACAO.
008230     STRING 'ENC. ' CTE-DATA-ENCERRAMENTO ' ' WS-SITUACAO-CONTA
008240         DELIMITED BY SIZE INTO WL-OBSERVACAO.
008250     PERFORM 8200-IMPRIMIR-DETALHE
008260         THRU 8200-IMPRIMIR-DETALHE-EXIT.
008270     ADD 1 TO WS-QTD-REGRA-08.
008280 2810-VERIFICAR-ENCERRADA-EXIT.
008290     EXIT.
008300
008310*----------------------------------------------------------------
008320*    RESUMO COM A QUANTIDADE DE DIVERGENCIAS POR REGRA.
008330*----------------------------------------------------------------
008340 3000-IMPRIMIR-TOTAIS.
008350     COMPUTE WS-QTD-TOTAL = WS-QTD-REGRA-01 + WS-QTD-REGRA-02
008360                          + WS-QTD-REGRA-03 + WS-QTD-REGRA-04
008370                          + WS-QTD-REGRA-05 + WS-QTD-REGRA-06
008380                          + WS-QTD-REGRA-07 + WS-QTD-REGRA-08.
008390
008400     MOVE 'RESUMO POR REGRA' TO REG-RELATORIO-INTEGRIDADE.
008410     WRITE REG-RELATORIO-INTEGRIDADE.
008420     MOVE WS-QTD-REGRA-01 TO WL-QTD-ED.
008430     MOVE SPACES TO REG-RELATORIO-INTEGRIDADE.
008440     STRING 'REGRA 01 - CONTA BLOQUEADA SEM BLOQUEIO......: '
008450            WL-QTD-ED
008460         DELIMITED BY SIZE INTO REG-RELATORIO-INTEGRIDADE.
008470     WRITE REG-RELATORIO-INTEGRIDADE.
008480     DISPLAY REG-RELATORIO-INTEGRIDADE.
008490     MOVE WS-QTD-REGRA-02 TO WL-QTD-ED.
008500     MOVE SPACES TO REG-RELATORIO-INTEGRIDADE.
008510     STRING 'REGRA 02 - BLOQUEIO EM CONTA NAO BLOQUEADA...: '
008520            WL-QTD-ED
008530         DELIMITED BY SIZE INTO REG-RELATORIO-INTEGRIDADE.
008540     WRITE REG-RELATORIO-INTEGRIDADE.
008550     DISPLAY REG-RELATORIO-INTEGRIDADE.
008560     MOVE WS-QTD-REGRA-03 TO WL-QTD-ED.
008570     MOVE SPACES TO REG-RELATORIO-INTEGRIDADE.
008580     STRING 'REGRA 03 - DOCUMENTO SEM CLIENTE.............: '
008590            WL-QTD-ED
008600         DELIMITED BY SIZE INTO REG-RELATORIO-INTEGRIDADE.
008610     WRITE REG-RELATORIO-INTEGRIDADE.
008620     DISPLAY REG-RELATORIO-INTEGRIDADE.
008630     MOVE WS-QTD-REGRA-04 TO WL-QTD-ED.
008640     MOVE SPACES TO REG-RELATORIO-INTEGRIDADE.
008650     STRING 'REGRA 04 - NOME DIFERENTE DO CLIENTE.........: '
008660            WL-QTD-ED
008670         DELIMITED BY SIZE INTO REG-RELATORIO-INTEGRIDADE.
008680     WRITE REG-RELATORIO-INTEGRIDADE.
008690     DISPLAY REG-RELATORIO-INTEGRIDADE.
008700     MOVE WS-QTD-REGRA-05 TO WL-QTD-ED.
008710     MOVE SPACES TO REG-RELATORIO-INTEGRIDADE.
008720     STRING 'REGRA 05 - CHAVE PIX SEM CONTA ABERTA........: '
008730            WL-QTD-ED
008740         DELIMITED BY SIZE INTO REG-RELATORIO-INTEGRIDADE.
008750     WRITE REG-RELATORIO-INTEGRIDADE.
008760     DISPLAY REG-RELATORIO-INTEGRIDADE.
008770     MOVE WS-QTD-REGRA-06 TO WL-QTD-ED.
008780     MOVE SPACES TO REG-RELATORIO-INTEGRIDADE.
008790     STRING 'REGRA 06 - TARIFA SEM CONTA ABERTA...........: '
008800            WL-QTD-ED
008810         DELIMITED BY SIZE INTO REG-RELATORIO-INTEGRIDADE.
008820     WRITE REG-RELATORIO-INTEGRIDADE.
008830     DISPLAY REG-RELATORIO-INTEGRIDADE.
008840     MOVE WS-QTD-REGRA-07 TO WL-QTD-ED.
008850     MOVE SPACES TO REG-RELATORIO-INTEGRIDADE.
008860     STRING 'REGRA 07 - AGENDAMENTO SEM CONTA ABERTA......: '
008870            WL-QTD-ED
008880         DELIMITED BY SIZE INTO REG-RELATORIO-INTEGRIDADE.
008890     WRITE REG-RELATORIO-INTEGRIDADE.
008900     DISPLAY REG-RELATORIO-INTEGRIDADE.
008910     MOVE WS-QTD-REGRA-08 TO WL-QTD-ED.
008920     MOVE SPACES TO REG-RELATORIO-INTEGRIDADE.
008930     STRING 'REGRA 08 - ENCERRADA AINDA ABERTA............: '
008940            WL-QTD-ED
008950         DELIMITED BY SIZE INTO REG-RELATORIO-INTEGRIDADE.
008960     WRITE REG-RELATORIO-INTEGRIDADE.
008970     DISPLAY REG-RELATORIO-INTEGRIDADE.
008980     MOVE WS-QTD-TOTAL TO WL-QTD-ED.
008990     MOVE SPACES TO REG-RELATORIO-INTEGRIDADE.
009000     STRING 'TOTAL DE DIVERGENCIAS........................: '
009010            WL-QTD-ED
009020         DELIMITED BY SIZE INTO REG-RELATORIO-INTEGRIDADE.
009030     WRITE REG-RELATORIO-INTEGRIDADE.
009040     DISPLAY REG-RELATORIO-INTEGRIDADE.
009050 3000-IMPRIMIR-TOTAIS-EXIT.
009060     EXIT.
009070
009080*----------------------------------------------------------------
009090*    POSICIONA O CONTA-MASTER NO INICIO PARA UMA NOVA LEITURA
009100*    SEQUENCIAL.
009110*----------------------------------------------------------------
009120 8000-INICIAR-CONTA-MASTER.
009130     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
009140     MOVE ZERO TO CTM-NUM-CONTA.
009150     START CONTA-MASTER KEY IS NOT LESS THAN CTM-NUM-CONTA
009160         INVALID KEY
009170             MOVE 'Y' TO WS-SW-FIM-ARQUIVO
009180     END-START.
009190 8000-INICIAR-CONTA-MASTER-EXIT.
009200     EXIT.
009210
009220*----------------------------------------------------------------
009230*    LE A CONTA WS-NUM-CONTA-BUSCA NO CONTA-MASTER E DESCREVE A
009240*    SITUACAO DELA EM WS-SITUACAO-CONTA.
009250*----------------------------------------------------------------
009260 8100-LER-CONTA.
009270     MOVE 'S' TO WS-SW-CONTA-EXISTE.
009280     MOVE WS-NUM-CONTA-BUSCA TO CTM-NUM-CONTA.
009290     READ CONTA-MASTER
009300         KEY IS CTM-NUM-CONTA
009310         INVALID KEY
009320             MOVE 'N' TO WS-SW-CONTA-EXISTE
009330             MOVE 'CONTA INEXISTENTE' TO WS-SITUACAO-CONTA
009340             GO TO 8100-LER-CONTA-EXIT
009350     END-READ.
009360
009370     IF CTM-CONTA-ENCERRADA
009380         MOVE 'CONTA ENCERRADA' TO WS-SITUACAO-CONTA
009390     ELSE
009400         IF CTM-CONTA-BLOQUEADA
009410             MOVE 'CONTA BLOQUEADA' TO WS-SITUACAO-CONTA
009420         ELSE
009430             MOVE 'CONTA ATIVA' TO WS-SITUACAO-CONTA
009440         END-IF
009450     END-IF.
009460 8100-LER-CONTA-EXIT.
009470     EXIT.
009480
009490 8200-IMPRIMIR-DETALHE.
009500     MOVE WS-LINHA-DETALHE TO REG-RELATORIO-INTEGRIDADE.
009510     WRITE REG-RELATORIO-INTEGRIDADE.
009520 8200-IMPRIMIR-DETALHE-EXIT.
009530     EXIT.
009540
009550*----------------------------------------------------------------
009560*    AVISO DE REGRA NAO VERIFICADA PORQUE O CADASTRO EM
009570*    WL-REFERENCIA AINDA NAO FOI CRIADO.
009580*----------------------------------------------------------------
009590 8300-REGRA-NAO-VERIFICADA.
009600     MOVE SPACES TO REG-RELATORIO-INTEGRIDADE.
009610     STRING '  ARQUIVO ' WL-REFERENCIA(1:17)
009620            ' NAO ENCONTRADO - REGRA NAO VERIFICADA.'
009630         DELIMITED BY SIZE INTO REG-RELATORIO-INTEGRIDADE.
009640     WRITE REG-RELATORIO-INTEGRIDADE.
009650     DISPLAY REG-RELATORIO-INTEGRIDADE.
009660     MOVE SPACES TO REG-RELATORIO-INTEGRIDADE.
009670     WRITE REG-RELATORIO-INTEGRIDADE.
009680 8300-REGRA-NAO-VERIFICADA-EXIT.
009690     EXIT.
009700
009710*----------------------------------------------------------------
009720*    FECHA A SECAO DA REGRA COM A QUANTIDADE EM WS-QTD-REGRA.
009730*----------------------------------------------------------------
009740 8400-FECHAR-REGRA.
009750     IF WS-QTD-REGRA = ZERO
009760         MOVE '  NENHUMA OCORRENCIA.' TO REG-RELATORIO-INTEGRIDADE
009770         WRITE REG-RELATORIO-INTEGRIDADE
009780     END-IF.
009790     MOVE WS-QTD-REGRA TO WL-QTD-ED.
009800     MOVE SPACES TO REG-RELATORIO-INTEGRIDADE.
009810     STRING '  QUANTIDADE NA REGRA: ' WL-QTD-ED
009820         DELIMITED BY SIZE INTO REG-RELATORIO-INTEGRIDADE.
009830     WRITE REG-RELATORIO-INTEGRIDADE.
009840     MOVE SPACES TO REG-RELATORIO-INTEGRIDADE.
009850     WRITE REG-RELATORIO-INTEGRIDADE.
009860 8400-FECHAR-REGRA-EXIT.
009870     EXIT.
009880
009890*----------------------------------------------------------------
009900*    REGISTRA A CONCLUSAO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB).
009910*----------------------------------------------------------------
009920 9800-REGISTRAR-FIM.
009930     MOVE 'F' TO WS-CTL-FASE.
009940     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
009950 9800-REGISTRAR-FIM-EXIT.
009960     EXIT.
009970
009980*----------------------------------------------------------------
009990*    ENCERRAMENTO DOS ARQUIVOS ABERTOS.
010000*----------------------------------------------------------------
010010 9999-FINALIZAR.
010020     CLOSE CONTA-MASTER.
010030     IF WS-CLIMST-DISPONIVEL
010040         CLOSE CLIENTE-MASTER
010050     END-IF.
010060     IF WS-BLOQJUD-DISPONIVEL
010070         CLOSE BLOQUEIOS
010080     END-IF.
010090     IF WS-PIXDIR-DISPONIVEL
010100         CLOSE PIX-DIRETORIO
010110     END-IF.
010120     IF WS-TARPIX-DISPONIVEL
010130         CLOSE TARIFA-PIX
010140     END-IF.
010150     IF WS-PIXAGD-DISPONIVEL
010160         CLOSE PIX-AGENDA
010170     END-IF.
010180     IF WS-CTAENC-DISPONIVEL
010190         CLOSE CONTAS-ENCERRADAS
010200     END-IF.
010210     CLOSE RELATORIO-INTEGRIDADE.
010220 9999-FINALIZAR-EXIT.
010230     EXIT.
