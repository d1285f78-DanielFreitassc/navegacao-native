000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PIX-LOTE.
000120 AUTHOR. DANIEL L. FREITAS.
000130 INSTALLATION. AGENCIA CENTRAL - SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*    DESCRICAO: PIX EM LOTE (PAGAMENTO DE SALARIOS E
000180*               FORNECEDORES A PARTIR DE ARQUIVO DO CLIENTE).
000190*               LE O ARQUIVO DE LOTES ENVIADO PELOS CLIENTES
000200*               CORPORATIVOS, COM UM OU MAIS LOTES EM SEQUENCIA
000210*               (HEADER COM CONTA PAGADORA, NUMERO E DATA DO
000220*               LOTE, UM DETALHE POR PAGAMENTO COM CHAVE PIX,
000230*               VALOR E DOCUMENTO DO BENEFICIARIO, E TRAILER COM
000240*               QUANTIDADE E TOTAL). O LOTE E RECUSADO POR
000250*               INTEIRO QUANDO O TRAILER NAO CONFERE, QUANDO O
000260*               NUMERO DO LOTE JA FOI PROCESSADO PARA A CONTA
000270*               (LOTE-PIX) OU, SE O CLIENTE PEDIR NO HEADER,
000280*               QUANDO O SALDO NAO COBRE O TOTAL. CADA LINHA DO
000290*               LOTE ACEITO PASSA PELAS MESMAS VALIDACOES DE
000300*               FAZER-PIX (CHAVE NO DIRETORIO, CONTA ATIVA,
000310*               BLOQUEIO E SALDO), CONFERE O DOCUMENTO DO
000320*               BENEFICIARIO COM O DA CHAVE, E DEBITADA E GRAVADA
000330*               EM PIX-OUT COM O IDENTIFICADOR FIM A FIM;
000340*               DESTINO EM CONTA DA PROPRIA AGENCIA E LIQUIDADO
000350*               NA HORA, COMO NO AGENDA-EXEC. GERA O ARQUIVO DE
000360*               RETORNO AO CLIENTE, LINHA A LINHA COM PAGO OU
000370*               RECUSADO E O MOTIVO, E O RELATORIO DO LOTE.
000380*    HISTORICO DE ALTERACOES
000390*    DATA       AUTOR     DESCRICAO
000400*    15/10/2026 DLF       CRIACAO DO PROGRAMA.
000410*----------------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT LOTE-ENTRADA
000470         ASSIGN TO "PIXLOT"
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS WS-STATUS-PIXLOT.
000510
000520     SELECT RETORNO-LOTE
000530         ASSIGN TO "PIXRLT"
000540         ORGANIZATION IS SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS WS-STATUS-PIXRLT.
000570
000580     SELECT LOTE-PIX
000590         ASSIGN TO "PIXLTC"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS LTC-CHAVE
000630         FILE STATUS IS WS-STATUS-PIXLTC.
000640
000650     SELECT CONTA-MASTER
000660         ASSIGN TO "CTAMST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS CTM-NUM-CONTA
000700         FILE STATUS IS WS-STATUS-CTAMST.
000710
000720     SELECT PIX-DIRETORIO
000730         ASSIGN TO "PIXDIR"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS PXD-CHAVE-PIX
000770         FILE STATUS IS WS-STATUS-PIXDIR.
000780
000790     SELECT BLOQUEIOS
000800         ASSIGN TO "BLOQJUD"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS BLQ-NUM-CONTA
000840         FILE STATUS IS WS-STATUS-BLOQJUD.
000850
000860     SELECT PIX-OUT
000870         ASSIGN TO "PIXOUT"
000880         ORGANIZATION IS SEQUENTIAL
000890         ACCESS MODE IS SEQUENTIAL
000900         FILE STATUS IS WS-STATUS-PIXOUT.
000910
000920     SELECT PENDING-PIX
000930         ASSIGN TO "PIXPND"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS PXP-ID-PENDENCIA
000970         FILE STATUS IS WS-STATUS-PIXPND.
000980
000990     SELECT RELATORIO-LOTE
001000         ASSIGN TO "RELLOT"
001010         ORGANIZATION IS SEQUENTIAL
001020         ACCESS MODE IS SEQUENTIAL
001030         FILE STATUS IS WS-STATUS-RELLOT.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070
001080 FD  LOTE-ENTRADA
001090     LABEL RECORD IS STANDARD.
001100 01  REG-LOTE-ENTRADA           PIC X(120).
001110
001120 FD  RETORNO-LOTE
001130     LABEL RECORD IS STANDARD.
001140 01  REG-RETORNO-LOTE           PIC X(150).
001150
001160 FD  LOTE-PIX
001170     LABEL RECORD IS STANDARD.
001180 COPY CTLOTE.
001190
001200 FD  CONTA-MASTER
001210     LABEL RECORD IS STANDARD.
001220 COPY CTCTAM.
001230
001240 FD  PIX-DIRETORIO
001250     LABEL RECORD IS STANDARD.
001260 COPY CTPXDR.
001270
001280 FD  BLOQUEIOS
001290     LABEL RECORD IS STANDARD.
001300 COPY CTBLOQ.
001310
001320 FD  PIX-OUT
001330     LABEL RECORD IS STANDARD.
001340 COPY CTPXOUT.
001350
001360 FD  PENDING-PIX
001370     LABEL RECORD IS STANDARD.
001380 COPY CTPXPND.
001390
001400 FD  RELATORIO-LOTE
001410     LABEL RECORD IS STANDARD.
001420 01  REG-RELATORIO-LOTE         PIC X(80).
001430
001440 WORKING-STORAGE SECTION.
001450
001460*    CODIGOS DE RETORNO DE I-O
001470 01  WS-STATUS-PIXLOT            PIC X(02).
001480 01  WS-STATUS-PIXRLT            PIC X(02).
001490 01  WS-STATUS-PIXLTC            PIC X(02).
001500 01  WS-STATUS-CTAMST            PIC X(02).
001510 01  WS-STATUS-PIXDIR            PIC X(02).
001520 01  WS-STATUS-BLOQJUD           PIC X(02).
001530 01  WS-STATUS-PIXOUT            PIC X(02).
001540 01  WS-STATUS-PIXPND            PIC X(02).
001550 01  WS-STATUS-RELLOT            PIC X(02).
001560
001570*    DATA E HORA DO SISTEMA
001580 01  WS-DATA-AAAAMMDD            PIC 9(08).
001590 01  WS-HORA-COMPLETA.
001600     05  WS-HORA-HHMMSS          PIC 9(06).
001610     05  WS-HORA-CENTESIMOS      PIC 9(02).
001620
001630*    REGISTRO HEADER DO LOTE ENVIADO PELO CLIENTE. O INDICADOR
001640*    DE RECUSA TOTAL ('S') PEDE QUE O LOTE SEJA RECUSADO POR
001650*    INTEIRO QUANDO O SALDO NAO COBRE O TOTAL; EM BRANCO OU 'N'
001660*    PAGA AS LINHAS ATE ONDE O SALDO ALCANCAR.
001670 01  WS-LOTE-HEADER.
001680     05  WLH-TIPO-REGISTRO       PIC X(01).
001690     05  WLH-NUM-CONTA           PIC 9(10).
001700     05  WLH-NUM-LOTE            PIC 9(06).
001710     05  WLH-DATA-LOTE           PIC 9(08).
001720     05  WLH-IND-RECUSA-TOTAL    PIC X(01).
001730         88  WLH-RECUSA-TOTAL        VALUE 'S'.
001740     05  FILLER                  PIC X(94).
001750
001760*    REGISTRO DETALHE DO LOTE (UM PAGAMENTO)
001770 01  WS-LOTE-DETALHE.
001780     05  WLD-TIPO-REGISTRO       PIC X(01).
001790     05  WLD-CHAVE-PIX-DESTINO   PIC X(30).
001800     05  WLD-VALOR               PIC 9(09)V99.
001810     05  WLD-DOC-BENEFICIARIO    PIC X(14).
001820     05  FILLER                  PIC X(64).
001830
001840*    REGISTRO TRAILER DO LOTE
001850 01  WS-LOTE-TRAILER.
001860     05  WLT-TIPO-REGISTRO       PIC X(01).
001870     05  WLT-QTD-DETALHES        PIC 9(06).
001880     05  WLT-VALOR-TOTAL         PIC 9(13)V99.
001890     05  FILLER                  PIC X(98).
001900
001910*    REGISTRO HEADER DO RETORNO AO CLIENTE (SITUACAO DO LOTE:
001920*    'P' PROCESSADO, 'R' RECUSADO POR INTEIRO COM O MOTIVO)
001930 01  WS-RETORNO-HEADER.
001940     05  WRH-TIPO-REGISTRO       PIC X(01)  VALUE 'H'.
001950     05  WRH-NUM-CONTA           PIC 9(10).
001960     05  WRH-NUM-LOTE            PIC 9(06).
001970     05  WRH-DATA-LOTE           PIC 9(08).
001980     05  WRH-DATA-PROCESSAMENTO  PIC 9(08).
001990     05  WRH-SITUACAO-LOTE       PIC X(01).
002000     05  WRH-MOTIVO              PIC X(30).
002010     05  FILLER                  PIC X(86)  VALUE SPACES.
002020
002030*    REGISTRO DETALHE DO RETORNO (UMA LINHA DO LOTE, NA ORDEM
002040*    DO ARQUIVO: 'P' PAGA COM O IDENTIFICADOR FIM A FIM OU 'R'
002050*    RECUSADA COM O MOTIVO)
002060 01  WS-RETORNO-DETALHE.
002070     05  WRD-TIPO-REGISTRO       PIC X(01)  VALUE 'D'.
002080     05  WRD-SEQ-LINHA           PIC 9(06).
002090     05  WRD-CHAVE-PIX-DESTINO   PIC X(30).
002100     05  WRD-VALOR               PIC 9(09)V99.
002110     05  WRD-DOC-BENEFICIARIO    PIC X(14).
002120     05  WRD-SITUACAO            PIC X(01).
002130     05  WRD-MOTIVO              PIC X(30).
002140     05  WRD-ID-FIM-A-FIM        PIC X(32).
002150     05  FILLER                  PIC X(25)  VALUE SPACES.
002160
002170*    REGISTRO TRAILER DO RETORNO
002180 01  WS-RETORNO-TRAILER.
002190     05  WRT-TIPO-REGISTRO       PIC X(01)  VALUE 'T'.
002200     05  WRT-QTD-PAGAS           PIC 9(06).
002210     05  WRT-VALOR-PAGO          PIC 9(13)V99.
002220     05  WRT-QTD-RECUSADAS       PIC 9(06).
002230     05  WRT-VALOR-RECUSADO      PIC 9(13)V99.
002240     05  FILLER                  PIC X(107) VALUE SPACES.
002250
002260*    TABELA DAS LINHAS DO LOTE EM CURSO, MONTADA NA LEITURA
002270*    PARA QUE O TRAILER SEJA CONFERIDO ANTES DO PRIMEIRO DEBITO.
002280 01  WS-QTD-LINHAS               PIC 9(06) COMP VALUE ZERO.
002290 01  WS-QTD-CARREGADAS           PIC 9(04) COMP VALUE ZERO.
002300 01  WS-TAB-LINHAS.
002310     05  WS-LIN-OCORRENCIA  OCCURS 1000 TIMES.
002320         10  WS-LIN-CHAVE            PIC X(30).
002330         10  WS-LIN-VALOR            PIC 9(09)V99.
002340         10  WS-LIN-DOCUMENTO        PIC X(14).
002350 01  WS-IDX-LIN                  PIC 9(04) COMP.
002360
002370*    DADOS DO LOTE EM CURSO
002380 01  WS-CONTA-PAGADORA           PIC 9(10).
002390 01  WS-NUM-LOTE                 PIC 9(06).
002400 01  WS-DATA-LOTE                PIC 9(08).
002410 01  WS-STATUS-LOTE              PIC X(01).
002420 01  WS-MOTIVO-LOTE              PIC X(30).
002430 01  WS-SOMA-LINHAS              PIC S9(13)V99 COMP-3.
002440 01  WS-SW-LOTE-RECUSADO         PIC X(01) VALUE 'N'.
002450     88  WS-LOTE-RECUSADO            VALUE 'S'.
002460 01  WS-SW-TRAILER               PIC X(01) VALUE 'N'.
002470     88  WS-TRAILER-LIDO             VALUE 'S'.
002480 01  WS-SW-GRAVA-CONTROLE        PIC X(01) VALUE 'N'.
002490     88  WS-GRAVA-CONTROLE           VALUE 'S'.
002500 01  WS-SW-CONTROLE-EXISTE       PIC X(01) VALUE 'N'.
002510     88  WS-CONTROLE-EXISTE          VALUE 'S'.
002520 01  WS-QTD-PAGAS-LOTE           PIC 9(05) COMP VALUE ZERO.
002530 01  WS-VALOR-PAGO-LOTE          PIC S9(13)V99 COMP-3.
002540 01  WS-QTD-RECUS-LOTE           PIC 9(05) COMP VALUE ZERO.
002550 01  WS-VALOR-RECUS-LOTE         PIC S9(13)V99 COMP-3.
002560
002570*    LINHA EM CURSO E CAMPOS DE TRABALHO DO PAGAMENTO
002580 01  WS-SEQ-LINHA                PIC 9(06).
002590 01  WS-CHAVE-LINHA              PIC X(30).
002600 01  WS-VALOR-LINHA              PIC 9(09)V99.
002610 01  WS-DOC-LINHA                PIC X(14).
002620 01  WS-ID-LINHA                 PIC X(32).
002630 01  WS-SITUACAO-LINHA           PIC X(01).
002640 01  WS-MOTIVO-FALHA             PIC X(30).
002650 01  WS-VALOR-VERIFICAR          PIC S9(13)V99 COMP-3.
002660 01  WS-SW-BLOQUEIO-IMPEDE       PIC X(01) VALUE 'N'.
002670     88  WS-BLOQUEIO-IMPEDE          VALUE 'S'.
002680 01  WS-SALDO-DISPONIVEL         PIC S9(11)V99 COMP-3.
002690 01  WS-PARM-GERA-ID.
002700     05  WS-GID-ID-FIM-A-FIM     PIC X(32).
002710     05  WS-GID-RETORNO          PIC X(01).
002720 01  WS-ID-OPERADOR-LOTE         PIC X(08) VALUE 'PIXLOTE'.
002730
002740*    LEITURA DO ARQUIVO DE LOTES
002750 01  WS-TIPO-REGISTRO            PIC X(01).
002760 01  WS-SW-FIM-ENTRADA           PIC X(01) VALUE 'N'.
002770     88  WS-FIM-ENTRADA              VALUE 'Y'.
002780
002790*    TOTAIS DO PROCESSAMENTO
002800 01  WS-QTD-LOTES-PROC           PIC 9(05) COMP VALUE ZERO.
002810 01  WS-QTD-LOTES-RECUS          PIC 9(05) COMP VALUE ZERO.
002820 01  WS-QTD-LINHAS-PAGAS         PIC 9(05) COMP VALUE ZERO.
002830 01  WS-QTD-LINHAS-RECUS         PIC 9(05) COMP VALUE ZERO.
002840 01  WS-QTD-IGNORADOS            PIC 9(05) COMP VALUE ZERO.
002850 01  WS-TOT-PAGO                 PIC S9(13)V99 COMP-3 VALUE ZERO.
002860 01  WL-QTD-ED                   PIC ZZZZ9.
002870 01  WL-TOTAL-ED                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002880
002890*    CABECALHO DE COLUNAS E LINHA DE DETALHE DO RELATORIO
002900 01  WS-LINHA-CABECALHO.
002910     05  FILLER                  PIC X(07)  VALUE ' LINHA'.
002920     05  FILLER                  PIC X(30)  VALUE 'CHAVE PIX'.
002930     05  FILLER                  PIC X(14)  VALUE
002940                                      '         VALOR'.
002950     05  FILLER                  PIC X(01)  VALUE SPACE.
002960     05  FILLER                  PIC X(28)  VALUE 'SITUACAO'.
002970 01  WS-LINHA-DETALHE.
002980     05  FILLER                  PIC X(01)  VALUE SPACE.
002990     05  WL-SEQ-LINHA            PIC ZZZZ9.
003000     05  FILLER                  PIC X(01)  VALUE SPACE.
003010     05  WL-CHAVE                PIC X(30).
003020     05  WL-VALOR                PIC ZZZ,ZZZ,ZZ9.99.
003030     05  FILLER                  PIC X(01)  VALUE SPACE.
003040     05  WL-SITUACAO             PIC X(28).
003050
003060*    AREA DE TRABALHO - LIQUIDACAO INTERNA (PIX ENTRE CONTAS DA
003070*    PROPRIA AGENCIA), COM AS MESMAS REGRAS DE FAZER-PIX.
003080 01  WS-BANCO-PROPRIO            PIC X(20)
003090                                 VALUE 'AGENCIA CENTRAL'.
003100 01  WS-NOME-ORIGEM              PIC X(30).
003110 01  WS-ULTIMO-ID-PENDENCIA      PIC 9(06).
003120 01  WS-SW-FIM-PEND-INT          PIC X(01) VALUE 'N'.
003130     88  WS-FIM-PEND-INT             VALUE 'Y'.
003140
003150*    CONTROLE DE EXECUCAO DO JOB (RUN-CONTROL, VIA CTRL-JOB)
003160 01  WS-PARM-CTRL-JOB.
003170     05  WS-CTL-JOB              PIC X(08) VALUE 'PIXLOTE'.
003180     05  WS-CTL-JOB-PRECEDENTE   PIC X(08)
003190                                 VALUE SPACES.
003200     05  WS-CTL-FASE             PIC X(01).
003210     05  WS-CTL-RETORNO          PIC X(01).
003215
003220 PROCEDURE DIVISION.
003230
003240 0000-MAINLINE.
003250     PERFORM 0100-REGISTRAR-INICIO
003260         THRU 0100-REGISTRAR-INICIO-EXIT.
003270     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003280     PERFORM 2000-PROCESSAR-ARQUIVO
003290         THRU 2000-PROCESSAR-ARQUIVO-EXIT.
003300     PERFORM 3000-IMPRIMIR-TOTAIS
003310         THRU 3000-IMPRIMIR-TOTAIS-EXIT.
003320     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
003330     PERFORM 9800-REGISTRAR-FIM
003340         THRU 9800-REGISTRAR-FIM-EXIT.
003350     STOP RUN.
003360
003370*----------------------------------------------------------------
003380*    REGISTRA O INICIO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB) E
003390*    ABANDONA QUANDO O CONTROLE RECUSA A PARTIDA (REEXECUCAO SEM
003400*    LIBERACAO DO SUPERVISOR).
003410*----------------------------------------------------------------
003420 0100-REGISTRAR-INICIO.
003430     MOVE 'I' TO WS-CTL-FASE.
003440     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
003450     IF WS-CTL-RETORNO NOT = '0'
003460         DISPLAY 'EXECUCAO ABANDONADA PELO CONTROLE DE JOBS.'
003470         STOP RUN
003480     END-IF.
003490 0100-REGISTRAR-INICIO-EXIT.
003500     EXIT.
003510
003520*----------------------------------------------------------------
003530*    ABERTURA DOS ARQUIVOS, CABECALHO DO RELATORIO E LEITURA DO
003540*    PRIMEIRO REGISTRO DO ARQUIVO DE LOTES.
003550*----------------------------------------------------------------
003560 1000-INICIALIZAR.
003570     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
003580     ACCEPT WS-HORA-COMPLETA FROM TIME.
003590
003600     OPEN INPUT LOTE-ENTRADA.
003610     IF WS-STATUS-PIXLOT NOT = '00'
003620         DISPLAY 'ERRO AO ABRIR LOTE-ENTRADA: ' WS-STATUS-PIXLOT
003630         STOP RUN
003640     END-IF.
003650
003660     OPEN I-O CONTA-MASTER.
003670     IF WS-STATUS-CTAMST NOT = '00'
003680         DISPLAY 'ERRO AO ABRIR CONTA-MASTER: ' WS-STATUS-CTAMST
003690         STOP RUN
003700     END-IF.
003710
003720     OPEN INPUT PIX-DIRETORIO.
003730     IF WS-STATUS-PIXDIR NOT = '00'
003740         DISPLAY 'ERRO AO ABRIR PIX-DIRETORIO: ' WS-STATUS-PIXDIR
003750         STOP RUN
003760     END-IF.
003770
003780*    BLOQUEIOS E MANTIDO PELO BLOQUEIO-CONTA; AQUI SO LEITURA.
003790     OPEN INPUT BLOQUEIOS.
003800     IF WS-STATUS-BLOQJUD NOT = '00'
003810         OPEN OUTPUT BLOQUEIOS
003820         CLOSE BLOQUEIOS
003830         OPEN INPUT BLOQUEIOS
003840     END-IF.
003850
003860*    LOTE-PIX GUARDA OS LOTES JA RECEBIDOS POR CONTA; NA
003870*    PRIMEIRA UTILIZACAO O ARQUIVO AINDA NAO EXISTE E PRECISA
003880*    SER CRIADO ANTES DE PODER SER ABERTO EM MODO I-O.
003890     OPEN I-O LOTE-PIX.
003900     IF WS-STATUS-PIXLTC NOT = '00'
003910         OPEN OUTPUT LOTE-PIX
003920         CLOSE LOTE-PIX
003930         OPEN I-O LOTE-PIX
003940     END-IF.
003950     IF WS-STATUS-PIXLTC NOT = '00'
003960         DISPLAY 'ERRO AO ABRIR LOTE-PIX: ' WS-STATUS-PIXLTC
003970         STOP RUN
003980     END-IF.
003990
004000*    PIX-OUT E GRAVADO POR EXTENSAO; NO PRIMEIRO DIA DE USO O
004010*    ARQUIVO AINDA NAO EXISTE E PRECISA SER CRIADO.
004020     OPEN EXTEND PIX-OUT.
004030     IF WS-STATUS-PIXOUT NOT = '00'
004040         OPEN OUTPUT PIX-OUT
004050         CLOSE PIX-OUT
004060         OPEN EXTEND PIX-OUT
004070     END-IF.
004080     IF WS-STATUS-PIXOUT NOT = '00'
004090         DISPLAY 'ERRO AO ABRIR PIX-OUT: ' WS-STATUS-PIXOUT
004100         STOP RUN
004110     END-IF.
004120
004130*    PENDING-PIX RECEBE O CREDITO DA LIQUIDACAO INTERNA.
004140     OPEN I-O PENDING-PIX.
004150     IF WS-STATUS-PIXPND NOT = '00'
004160         OPEN OUTPUT PENDING-PIX
004170         CLOSE PENDING-PIX
004180         OPEN I-O PENDING-PIX
004190     END-IF.
004200     IF WS-STATUS-PIXPND NOT = '00'
004210         DISPLAY 'ERRO AO ABRIR PENDING-PIX: ' WS-STATUS-PIXPND
004220         STOP RUN
004230     END-IF.
004240
004250     OPEN OUTPUT RETORNO-LOTE.
004260     IF WS-STATUS-PIXRLT NOT = '00'
004270         DISPLAY 'ERRO AO ABRIR RETORNO-LOTE: ' WS-STATUS-PIXRLT
004280         STOP RUN
004290     END-IF.
004300
004310     OPEN OUTPUT RELATORIO-LOTE.
004320     IF WS-STATUS-RELLOT NOT = '00'
004330         DISPLAY 'ERRO AO ABRIR RELATORIO-LOTE: '
004340             WS-STATUS-RELLOT
004350         STOP RUN
004360     END-IF.
004370
004380     MOVE 'PIX EM LOTE - PAGAMENTOS POR ARQUIVO DO CLIENTE'
004390         TO REG-RELATORIO-LOTE.
004400     WRITE REG-RELATORIO-LOTE.
004410     MOVE SPACES TO REG-RELATORIO-LOTE.
004420     STRING 'DATA DO PROCESSAMENTO: ' WS-DATA-AAAAMMDD
004430         DELIMITED BY SIZE INTO REG-RELATORIO-LOTE.
004440     WRITE REG-RELATORIO-LOTE.
004450     MOVE SPACES TO REG-RELATORIO-LOTE.
004460     WRITE REG-RELATORIO-LOTE.
004470
004480     PERFORM 2900-LER-ENTRADA THRU 2900-LER-ENTRADA-EXIT.
004490     IF WS-FIM-ENTRADA
004500         DISPLAY 'ARQUIVO DE LOTES VAZIO.'
004510     END-IF.
004520 1000-INICIALIZAR-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------------
004560*    PERCORRE O ARQUIVO DE LOTES, UM LOTE (HEADER, DETALHES E
004570*    TRAILER) POR VEZ.
004580*----------------------------------------------------------------
004590 2000-PROCESSAR-ARQUIVO.
004600     PERFORM 2100-PROCESSAR-LOTE THRU 2100-PROCESSAR-LOTE-EXIT
004610         UNTIL WS-FIM-ENTRADA.
004620 2000-PROCESSAR-ARQUIVO-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------------
004660*    LE UM LOTE COMPLETO PARA A TABELA DE LINHAS, VALIDA O LOTE
004670*    E PAGA AS LINHAS OU RECUSA O LOTE POR INTEIRO. REGISTRO
004680*    FORA DE LOTE (DETALHE OU TRAILER SEM HEADER) E IGNORADO.
004690*----------------------------------------------------------------
004700 2100-PROCESSAR-LOTE.
004710     IF WS-TIPO-REGISTRO NOT = 'H'
004720         DISPLAY 'REGISTRO FORA DE LOTE IGNORADO: '
004730                 REG-LOTE-ENTRADA(1:40)
004740         ADD 1 TO WS-QTD-IGNORADOS
004750         PERFORM 2900-LER-ENTRADA THRU 2900-LER-ENTRADA-EXIT
004760         GO TO 2100-PROCESSAR-LOTE-EXIT
004770     END-IF.
004780
004790     MOVE REG-LOTE-ENTRADA TO WS-LOTE-HEADER.
004800     MOVE ZERO TO WS-QTD-LINHAS.
004810     MOVE ZERO TO WS-QTD-CARREGADAS.
004820     MOVE ZERO TO WS-SOMA-LINHAS.
004830     MOVE ZERO TO WS-QTD-PAGAS-LOTE.
004840     MOVE ZERO TO WS-VALOR-PAGO-LOTE.
004850     MOVE ZERO TO WS-QTD-RECUS-LOTE.
004860     MOVE ZERO TO WS-VALOR-RECUS-LOTE.
004870     MOVE 'N' TO WS-SW-TRAILER.
004880
004890     PERFORM 2900-LER-ENTRADA THRU 2900-LER-ENTRADA-EXIT.
004900     PERFORM 2110-CARREGAR-DETALHE
004910         THRU 2110-CARREGAR-DETALHE-EXIT
004920         UNTIL WS-FIM-ENTRADA
004930            OR WS-TIPO-REGISTRO = 'H'
004940            OR WS-TIPO-REGISTRO = 'T'.
004950     IF WS-TIPO-REGISTRO = 'T'
004960         MOVE REG-LOTE-ENTRADA TO WS-LOTE-TRAILER
004970         MOVE 'S' TO WS-SW-TRAILER
004980         PERFORM 2900-LER-ENTRADA THRU 2900-LER-ENTRADA-EXIT
004990     END-IF.
005000
005010     PERFORM 2200-VALIDAR-LOTE THRU 2200-VALIDAR-LOTE-EXIT.
005020
005030*    O LOTE ACEITO ENTRA EM PROCESSAMENTO NO LOTE-PIX ANTES DO
005040*    PRIMEIRO DEBITO: UMA REEXECUCAO APOS QUEDA NO MEIO DO LOTE
005050*    NAO PAGA AS LINHAS DE NOVO.
005060     IF NOT WS-LOTE-RECUSADO
005070         MOVE 'E' TO WS-STATUS-LOTE
005080         PERFORM 2700-GRAVAR-CONTROLE
005090             THRU 2700-GRAVAR-CONTROLE-EXIT
005100         IF WS-STATUS-PIXLTC NOT = '00'
005110             MOVE 'ERRO NO CONTROLE DE LOTES' TO WS-MOTIVO-LOTE
005120             MOVE 'S' TO WS-SW-LOTE-RECUSADO
005130             MOVE 'N' TO WS-SW-GRAVA-CONTROLE
005140         END-IF
005150     END-IF.
005160
005170     IF WS-LOTE-RECUSADO
005180         PERFORM 2450-RECUSAR-LOTE THRU 2450-RECUSAR-LOTE-EXIT
005190     ELSE
005200         PERFORM 2400-PAGAR-LOTE THRU 2400-PAGAR-LOTE-EXIT
005210     END-IF.
005220 2100-PROCESSAR-LOTE-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------
005260*    GUARDA UM DETALHE DO LOTE NA TABELA E SOMA O VALOR PARA A
005270*    CONFERENCIA DO TRAILER. LINHA ALEM DA CAPACIDADE DA TABELA
005280*    SO E CONTADA (O LOTE SERA RECUSADO).
005290*----------------------------------------------------------------
005300 2110-CARREGAR-DETALHE.
005310     ADD 1 TO WS-QTD-LINHAS.
005320     IF WS-TIPO-REGISTRO NOT = 'D'
005330         DISPLAY 'REGISTRO INVALIDO NO LOTE IGNORADO: '
005340                 REG-LOTE-ENTRADA(1:40)
005350         SUBTRACT 1 FROM WS-QTD-LINHAS
005360         ADD 1 TO WS-QTD-IGNORADOS
005370         PERFORM 2900-LER-ENTRADA THRU 2900-LER-ENTRADA-EXIT
005380         GO TO 2110-CARREGAR-DETALHE-EXIT
005390     END-IF.
005400     IF WS-QTD-LINHAS > 1000
005410         PERFORM 2900-LER-ENTRADA THRU 2900-LER-ENTRADA-EXIT
005420         GO TO 2110-CARREGAR-DETALHE-EXIT
005430     END-IF.
005440
005450     MOVE REG-LOTE-ENTRADA TO WS-LOTE-DETALHE.
005460     ADD 1 TO WS-QTD-CARREGADAS.
005470     MOVE WS-QTD-CARREGADAS TO WS-IDX-LIN.
005480     MOVE WLD-CHAVE-PIX-DESTINO TO WS-LIN-CHAVE (WS-IDX-LIN).
005490     MOVE WLD-DOC-BENEFICIARIO TO WS-LIN-DOCUMENTO (WS-IDX-LIN).
005500     IF WLD-VALOR IS NUMERIC
005510         MOVE WLD-VALOR TO WS-LIN-VALOR (WS-IDX-LIN)
005520         ADD WLD-VALOR TO WS-SOMA-LINHAS
005530     ELSE
005540         MOVE ZERO TO WS-LIN-VALOR (WS-IDX-LIN)
005550     END-IF.
005560     PERFORM 2900-LER-ENTRADA THRU 2900-LER-ENTRADA-EXIT.
005570 2110-CARREGAR-DETALHE-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------
005610*    VALIDACOES DO LOTE COMO UM TODO, ANTES DE QUALQUER DEBITO.
005620*    DEVOLVE WS-SW-LOTE-RECUSADO COM O MOTIVO EM WS-MOTIVO-LOTE
005630*    E WS-SW-GRAVA-CONTROLE INDICANDO SE O LOTE PODE SER
005640*    REGISTRADO EM LOTE-PIX (NAO PODE COM HEADER INVALIDO NEM
005650*    QUANDO JA ESTA LA EM PROCESSAMENTO OU PROCESSADO).
005660*----------------------------------------------------------------
005670 2200-VALIDAR-LOTE.
005680     MOVE 'N' TO WS-SW-LOTE-RECUSADO.
005690     MOVE 'N' TO WS-SW-GRAVA-CONTROLE.
005700     MOVE 'N' TO WS-SW-CONTROLE-EXISTE.
005710     MOVE SPACES TO WS-MOTIVO-LOTE.
005720     MOVE ZERO TO WS-CONTA-PAGADORA.
005730     MOVE ZERO TO WS-NUM-LOTE.
005740     MOVE ZERO TO WS-DATA-LOTE.
005750
005760     IF WLH-NUM-CONTA NOT NUMERIC
005770        OR WLH-NUM-LOTE NOT NUMERIC
005780        OR WLH-DATA-LOTE NOT NUMERIC
005790         MOVE 'HEADER DO LOTE INVALIDO' TO WS-MOTIVO-LOTE
005800         MOVE 'S' TO WS-SW-LOTE-RECUSADO
005810         GO TO 2200-VALIDAR-LOTE-EXIT
005820     END-IF.
005830     MOVE WLH-NUM-CONTA TO WS-CONTA-PAGADORA.
005840     MOVE WLH-NUM-LOTE TO WS-NUM-LOTE.
005850     MOVE WLH-DATA-LOTE TO WS-DATA-LOTE.
005860
005870     MOVE WS-CONTA-PAGADORA TO LTC-NUM-CONTA.
005880     MOVE WS-NUM-LOTE TO LTC-NUM-LOTE.
005890     READ LOTE-PIX
005900         KEY IS LTC-CHAVE
005910         INVALID KEY
005920             MOVE 'N' TO WS-SW-CONTROLE-EXISTE
005930         NOT INVALID KEY
005940             MOVE 'S' TO WS-SW-CONTROLE-EXISTE
005950     END-READ.
005960     IF WS-CONTROLE-EXISTE
005970        AND NOT LTC-RECUSADO
005980         MOVE 'LOTE JA PROCESSADO' TO WS-MOTIVO-LOTE
005990         MOVE 'S' TO WS-SW-LOTE-RECUSADO
006000         GO TO 2200-VALIDAR-LOTE-EXIT
006010     END-IF.
006020     MOVE 'S' TO WS-SW-GRAVA-CONTROLE.
006030
006040     IF NOT WS-TRAILER-LIDO
006050         MOVE 'LOTE SEM TRAILER' TO WS-MOTIVO-LOTE
006060         MOVE 'S' TO WS-SW-LOTE-RECUSADO
006070         GO TO 2200-VALIDAR-LOTE-EXIT
006080     END-IF.
006090     IF WLT-QTD-DETALHES NOT NUMERIC
006100        OR WLT-VALOR-TOTAL NOT NUMERIC
006110         MOVE 'TRAILER DO LOTE INVALIDO' TO WS-MOTIVO-LOTE
006120         MOVE 'S' TO WS-SW-LOTE-RECUSADO
006130         GO TO 2200-VALIDAR-LOTE-EXIT
006140     END-IF.
006150     IF WS-QTD-LINHAS > 1000
006160         MOVE 'LOTE COM MAIS DE 1000 LINHAS' TO WS-MOTIVO-LOTE
006170         MOVE 'S' TO WS-SW-LOTE-RECUSADO
006180         GO TO 2200-VALIDAR-LOTE-EXIT
006190     END-IF.
006200     IF WS-QTD-LINHAS = ZERO
006210         MOVE 'LOTE SEM DETALHES' TO WS-MOTIVO-LOTE
006220         MOVE 'S' TO WS-SW-LOTE-RECUSADO
006230         GO TO 2200-VALIDAR-LOTE-EXIT
006240     END-IF.
006250     IF WLT-QTD-DETALHES NOT = WS-QTD-LINHAS
006260         MOVE 'QUANTIDADE NAO CONFERE' TO WS-MOTIVO-LOTE
006270         MOVE 'S' TO WS-SW-LOTE-RECUSADO
006280         GO TO 2200-VALIDAR-LOTE-EXIT
006290     END-IF.
006300     IF WLT-VALOR-TOTAL NOT = WS-SOMA-LINHAS
006310         MOVE 'VALOR TOTAL NAO CONFERE' TO WS-MOTIVO-LOTE
006320         MOVE 'S' TO WS-SW-LOTE-RECUSADO
006330         GO TO 2200-VALIDAR-LOTE-EXIT
006340     END-IF.
006350
006360*    LOTE COM DATA FUTURA NAO E PAGO ANTES DA HORA; O CLIENTE
006370*    REENVIA NA DATA OU USA O AGENDAMENTO.
006380     IF WS-DATA-LOTE > WS-DATA-AAAAMMDD
006390         MOVE 'DATA DO LOTE POSTERIOR A HOJE' TO WS-MOTIVO-LOTE
006400         MOVE 'S' TO WS-SW-LOTE-RECUSADO
006410         GO TO 2200-VALIDAR-LOTE-EXIT
006420     END-IF.
006430
006440     MOVE WS-CONTA-PAGADORA TO CTM-NUM-CONTA.
006450     READ CONTA-MASTER
006460         KEY IS CTM-NUM-CONTA
006470         INVALID KEY
006480             MOVE 'CONTA PAGADORA NAO ENCONTRADA'
006490                 TO WS-MOTIVO-LOTE
006500             MOVE 'S' TO WS-SW-LOTE-RECUSADO
006510             GO TO 2200-VALIDAR-LOTE-EXIT
006520     END-READ.
006530     IF CTM-CONTA-ENCERRADA
006540         MOVE 'CONTA PAGADORA ENCERRADA' TO WS-MOTIVO-LOTE
006550         MOVE 'S' TO WS-SW-LOTE-RECUSADO
006560         GO TO 2200-VALIDAR-LOTE-EXIT
006570     END-IF.
006580
006590*    RECUSA TOTAL PEDIDA PELO CLIENTE: O SALDO (DISPONIVEL, SE
006600*    HOUVER BLOQUEIO) PRECISA COBRIR O TOTAL DO LOTE.
006610     IF NOT WLH-RECUSA-TOTAL
006620         GO TO 2200-VALIDAR-LOTE-EXIT
006630     END-IF.
006640     MOVE WS-SOMA-LINHAS TO WS-VALOR-VERIFICAR.
006650     IF CTM-CONTA-BLOQUEADA
006660         PERFORM 2300-VERIFICAR-BLOQUEIO
006670             THRU 2300-VERIFICAR-BLOQUEIO-EXIT
006680         IF WS-BLOQUEIO-IMPEDE
006690             MOVE WS-MOTIVO-FALHA TO WS-MOTIVO-LOTE
006700             MOVE 'S' TO WS-SW-LOTE-RECUSADO
006710             GO TO 2200-VALIDAR-LOTE-EXIT
006720         END-IF
006730     END-IF.
006740     IF CTM-SALDO < WS-SOMA-LINHAS
006750         MOVE 'SALDO NAO COBRE TOTAL DO LOTE' TO WS-MOTIVO-LOTE
006760         MOVE 'S' TO WS-SW-LOTE-RECUSADO
006770     END-IF.
006780 2200-VALIDAR-LOTE-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------------
006820*    VERIFICA O BLOQUEIO DA CONTA PAGADORA PARA O VALOR EM
006830*    WS-VALOR-VERIFICAR, COM AS MESMAS REGRAS DE FAZER-PIX:
006840*    BLOQUEIO TOTAL (VALOR ZERO) IMPEDE O DEBITO; BLOQUEIO
006850*    PARCIAL REDUZ O SALDO DISPONIVEL. A AUSENCIA DO REGISTRO
006860*    COM A CONTA EM STATUS 'B' E TRATADA COMO BLOQUEIO TOTAL,
006870*    POR SEGURANCA. DEVOLVE WS-SW-BLOQUEIO-IMPEDE E, QUANDO
006880*    IMPEDIDO, O MOTIVO EM WS-MOTIVO-FALHA.
006890*----------------------------------------------------------------
006900 2300-VERIFICAR-BLOQUEIO.
006910     MOVE 'N' TO WS-SW-BLOQUEIO-IMPEDE.
006920     MOVE WS-CONTA-PAGADORA TO BLQ-NUM-CONTA.
006930     READ BLOQUEIOS
006940         KEY IS BLQ-NUM-CONTA
006950         INVALID KEY
006960             MOVE 'S' TO WS-SW-BLOQUEIO-IMPEDE
006970             MOVE 'CONTA ORIGEM BLOQUEADA' TO WS-MOTIVO-FALHA
006980             GO TO 2300-VERIFICAR-BLOQUEIO-EXIT
006990     END-READ.
007000
007010     IF NOT BLQ-ATIVO
007020         MOVE 'S' TO WS-SW-BLOQUEIO-IMPEDE
007030         MOVE 'CONTA ORIGEM BLOQUEADA' TO WS-MOTIVO-FALHA
007040         GO TO 2300-VERIFICAR-BLOQUEIO-EXIT
007050     END-IF.
007060
007070     IF BLQ-VALOR-BLOQUEADO = ZERO
007080         MOVE 'S' TO WS-SW-BLOQUEIO-IMPEDE
007090         MOVE 'CONTA ORIGEM BLOQUEADA' TO WS-MOTIVO-FALHA
007100         GO TO 2300-VERIFICAR-BLOQUEIO-EXIT
007110     END-IF.
007120
007130     COMPUTE WS-SALDO-DISPONIVEL =
007140         CTM-SALDO - BLQ-VALOR-BLOQUEADO.
007150     IF WS-VALOR-VERIFICAR > WS-SALDO-DISPONIVEL
007160         MOVE 'S' TO WS-SW-BLOQUEIO-IMPEDE
007170         MOVE 'VALOR RETIDO POR BLOQUEIO' TO WS-MOTIVO-FALHA
007180     END-IF.
007190 2300-VERIFICAR-BLOQUEIO-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------------
007230*    LOTE ACEITO: ABRE O LOTE NO RETORNO E NO RELATORIO, PAGA AS
007240*    LINHAS NA ORDEM DO ARQUIVO E BAIXA O LOTE COMO PROCESSADO
007250*    EM LOTE-PIX COM OS TOTAIS.
007260*----------------------------------------------------------------
007270 2400-PAGAR-LOTE.
007280     ADD 1 TO WS-QTD-LOTES-PROC.
007290     MOVE 'P' TO WS-STATUS-LOTE.
007300     PERFORM 2750-ABRIR-LOTE-SAIDA
007310         THRU 2750-ABRIR-LOTE-SAIDA-EXIT.
007320
007330     PERFORM 2500-PAGAR-LINHA THRU 2500-PAGAR-LINHA-EXIT
007340         VARYING WS-IDX-LIN FROM 1 BY 1
007350         UNTIL WS-IDX-LIN > WS-QTD-CARREGADAS.
007360
007370     PERFORM 2700-GRAVAR-CONTROLE THRU 2700-GRAVAR-CONTROLE-EXIT.
007380     PERFORM 2800-FECHAR-LOTE-SAIDA
007390         THRU 2800-FECHAR-LOTE-SAIDA-EXIT.
007400 2400-PAGAR-LOTE-EXIT.
007410     EXIT.
007420
007430*----------------------------------------------------------------
007440*    LOTE RECUSADO POR INTEIRO: REGISTRA A RECUSA EM LOTE-PIX
007450*    (QUANDO PERMITIDO) E DEVOLVE TODAS AS LINHAS COMO RECUSADAS
007460*    COM O MOTIVO DO LOTE. NENHUMA LINHA E DEBITADA.
007470*----------------------------------------------------------------
007480 2450-RECUSAR-LOTE.
007490     ADD 1 TO WS-QTD-LOTES-RECUS.
007500     MOVE 'R' TO WS-STATUS-LOTE.
007510     DISPLAY 'LOTE ' WLH-NUM-LOTE ' DA CONTA ' WLH-NUM-CONTA
007520             ' RECUSADO: ' WS-MOTIVO-LOTE.
007530     PERFORM 2750-ABRIR-LOTE-SAIDA
007540         THRU 2750-ABRIR-LOTE-SAIDA-EXIT.
007550
007560     PERFORM 2460-RECUSAR-LINHA-LOTE
007570         THRU 2460-RECUSAR-LINHA-LOTE-EXIT
007580         VARYING WS-IDX-LIN FROM 1 BY 1
007590         UNTIL WS-IDX-LIN > WS-QTD-CARREGADAS.
007600
007610     IF WS-GRAVA-CONTROLE
007620         PERFORM 2700-GRAVAR-CONTROLE
007630             THRU 2700-GRAVAR-CONTROLE-EXIT
007640     END-IF.
007650     PERFORM 2800-FECHAR-LOTE-SAIDA
007660         THRU 2800-FECHAR-LOTE-SAIDA-EXIT.
007670 2450-RECUSAR-LOTE-EXIT.
007680     EXIT.
007690
007700 2460-RECUSAR-LINHA-LOTE.
007710     PERFORM 2510-OBTER-LINHA THRU 2510-OBTER-LINHA-EXIT.
007720     MOVE WS-MOTIVO-LOTE TO WS-MOTIVO-FALHA.
007730     PERFORM 2600-RECUSAR-LINHA THRU 2600-RECUSAR-LINHA-EXIT.
007740 2460-RECUSAR-LINHA-LOTE-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------------
007780*    PAGA UMA LINHA DO LOTE COM AS MESMAS VALIDACOES DE
007790*    FAZER-PIX (CHAVE NO DIRETORIO, CONTA ATIVA, BLOQUEIO E
007800*    SALDO), MAIS A CONFERENCIA DO DOCUMENTO DO BENEFICIARIO COM
007810*    O DOCUMENTO DA CHAVE. O SALDO E RELIDO A CADA LINHA, JA
007820*    DEBITADO DAS LINHAS ANTERIORES. O LIMITE NOTURNO NAO SE
007830*    APLICA - O BATCH RODA NO HORARIO COMERCIAL, FORA DA JANELA
007840*    NOTURNA DO BACEN.
007850*----------------------------------------------------------------
007860 2500-PAGAR-LINHA.
007870     PERFORM 2510-OBTER-LINHA THRU 2510-OBTER-LINHA-EXIT.
007880
007890     IF WS-VALOR-LINHA = ZERO
007900         MOVE 'VALOR INVALIDO' TO WS-MOTIVO-FALHA
007910         PERFORM 2600-RECUSAR-LINHA
007920             THRU 2600-RECUSAR-LINHA-EXIT
007930         GO TO 2500-PAGAR-LINHA-EXIT
007940     END-IF.
007950
007960     MOVE WS-CHAVE-LINHA TO PXD-CHAVE-PIX.
007970     READ PIX-DIRETORIO
007980         KEY IS PXD-CHAVE-PIX
007990         INVALID KEY
008000             MOVE 'CHAVE PIX NAO ENCONTRADA' TO WS-MOTIVO-FALHA
008010             PERFORM 2600-RECUSAR-LINHA
008020                 THRU 2600-RECUSAR-LINHA-EXIT
008030             GO TO 2500-PAGAR-LINHA-EXIT
008040     END-READ.
008050
008060     IF WS-DOC-LINHA NOT = PXD-DOCUMENTO
008070         MOVE 'DOCUMENTO NAO CONFERE' TO WS-MOTIVO-FALHA
008080         PERFORM 2600-RECUSAR-LINHA
008090             THRU 2600-RECUSAR-LINHA-EXIT
008100         GO TO 2500-PAGAR-LINHA-EXIT
008110     END-IF.
008120
008130     MOVE WS-CONTA-PAGADORA TO CTM-NUM-CONTA.
008140     READ CONTA-MASTER
008150         KEY IS CTM-NUM-CONTA
008160         INVALID KEY
008170             MOVE 'CONTA ORIGEM NAO ENCONTRADA'
008180                 TO WS-MOTIVO-FALHA
008190             PERFORM 2600-RECUSAR-LINHA
008200                 THRU 2600-RECUSAR-LINHA-EXIT
008210             GO TO 2500-PAGAR-LINHA-EXIT
008220     END-READ.
008230
008240     IF CTM-CONTA-ENCERRADA
008250         MOVE 'CONTA ORIGEM ENCERRADA' TO WS-MOTIVO-FALHA
008260         PERFORM 2600-RECUSAR-LINHA
008270             THRU 2600-RECUSAR-LINHA-EXIT
008280         GO TO 2500-PAGAR-LINHA-EXIT
008290     END-IF.
008300
008310     IF CTM-CONTA-BLOQUEADA
008320         MOVE WS-VALOR-LINHA TO WS-VALOR-VERIFICAR
008330         PERFORM 2300-VERIFICAR-BLOQUEIO
008340             THRU 2300-VERIFICAR-BLOQUEIO-EXIT
008350         IF WS-BLOQUEIO-IMPEDE
008360             PERFORM 2600-RECUSAR-LINHA
008370                 THRU 2600-RECUSAR-LINHA-EXIT
008380             GO TO 2500-PAGAR-LINHA-EXIT
008390         END-IF
008400     END-IF.
008410
008420     IF CTM-SALDO < WS-VALOR-LINHA
008430         MOVE 'SALDO INSUFICIENTE' TO WS-MOTIVO-FALHA
008440         PERFORM 2600-RECUSAR-LINHA
008450             THRU 2600-RECUSAR-LINHA-EXIT
008460         GO TO 2500-PAGAR-LINHA-EXIT
008470     END-IF.
008480
008490*    IDENTIFICADOR FIM A FIM DO MOVIMENTO (GERA-ID-PIX).
008500     CALL 'GERA-ID-PIX' USING WS-PARM-GERA-ID.
008510     IF WS-GID-RETORNO NOT = '0'
008520         MOVE 'ERRO AO GERAR ID FIM A FIM' TO WS-MOTIVO-FALHA
008530         PERFORM 2600-RECUSAR-LINHA
008540             THRU 2600-RECUSAR-LINHA-EXIT
008550         GO TO 2500-PAGAR-LINHA-EXIT
008560     END-IF.
008570
008580*    DESTINO EM CONTA DA PROPRIA AGENCIA: LIQUIDA NA HORA, SEM
008590*    PASSAR PELA REDE, COMO EM FAZER-PIX.
008600     IF PXD-BANCO = WS-BANCO-PROPRIO
008610         PERFORM 2550-LIQUIDAR-INTERNO
008620             THRU 2550-LIQUIDAR-INTERNO-EXIT
008630         GO TO 2500-PAGAR-LINHA-EXIT
008640     END-IF.
008650
008660     SUBTRACT WS-VALOR-LINHA FROM CTM-SALDO.
008670     REWRITE REG-CONTA-MASTER
008680         INVALID KEY
008690             MOVE 'ERRO AO ATUALIZAR SALDO' TO WS-MOTIVO-FALHA
008700             PERFORM 2600-RECUSAR-LINHA
008710                 THRU 2600-RECUSAR-LINHA-EXIT
008720             GO TO 2500-PAGAR-LINHA-EXIT
008730     END-REWRITE.
008740
008750     MOVE SPACE TO PXO-IND-INTERNO.
008760     PERFORM 2520-MONTAR-PIX-OUT THRU 2520-MONTAR-PIX-OUT-EXIT.
008770     WRITE REG-PIX-OUT.
008780     IF WS-STATUS-PIXOUT NOT = '00'
008790         DISPLAY 'ERRO AO GRAVAR PIX-OUT: ' WS-STATUS-PIXOUT
008800         DISPLAY 'ESTORNANDO DEBITO NA CONTA DE ORIGEM.'
008810         ADD WS-VALOR-LINHA TO CTM-SALDO
008820         REWRITE REG-CONTA-MASTER
008830             INVALID KEY
008840                 DISPLAY 'ERRO AO ESTORNAR SALDO DA CONTA: '
008850                         WS-STATUS-CTAMST
008860         END-REWRITE
008870         MOVE 'ERRO AO GRAVAR MOVIMENTO' TO WS-MOTIVO-FALHA
008880         PERFORM 2600-RECUSAR-LINHA
008890             THRU 2600-RECUSAR-LINHA-EXIT
008900         GO TO 2500-PAGAR-LINHA-EXIT
008910     END-IF.
008920
008930     PERFORM 2650-REGISTRAR-PAGA THRU 2650-REGISTRAR-PAGA-EXIT.
008940 2500-PAGAR-LINHA-EXIT.
008950     EXIT.
008960
008970*----------------------------------------------------------------
008980*    CARREGA A LINHA CORRENTE DA TABELA (WS-IDX-LIN) NOS CAMPOS
008990*    DE TRABALHO DO PAGAMENTO.
009000*----------------------------------------------------------------
009010 2510-OBTER-LINHA.
009020     MOVE WS-IDX-LIN TO WS-SEQ-LINHA.
009030     MOVE WS-LIN-CHAVE (WS-IDX-LIN) TO WS-CHAVE-LINHA.
009040     MOVE WS-LIN-VALOR (WS-IDX-LIN) TO WS-VALOR-LINHA.
009050     MOVE WS-LIN-DOCUMENTO (WS-IDX-LIN) TO WS-DOC-LINHA.
009060     MOVE SPACES TO WS-ID-LINHA.
009070     MOVE SPACES TO WS-MOTIVO-FALHA.
009080 2510-OBTER-LINHA-EXIT.
009090     EXIT.
009100
009110*----------------------------------------------------------------
009120*    MONTA O MOVIMENTO DA LINHA EM PIX-OUT (PXO-IND-INTERNO JA
009130*    INFORMADO PELO CHAMADOR). O OPERADOR DO MOVIMENTO E O
009140*    PROPRIO JOB; NAO HA APROVADOR.
009150*----------------------------------------------------------------
009160 2520-MONTAR-PIX-OUT.
009170     ACCEPT WS-HORA-COMPLETA FROM TIME.
009180     MOVE WS-CONTA-PAGADORA TO PXO-NUM-CONTA-ORIGEM.
009190     MOVE WS-ID-OPERADOR-LOTE TO PXO-ID-OPERADOR.
009200     MOVE WS-CHAVE-LINHA TO PXO-CHAVE-PIX-DESTINO.
009210     MOVE PXD-NUM-CONTA TO PXO-NUM-CONTA-DESTINO.
009220     MOVE WS-VALOR-LINHA TO PXO-VALOR.
009230     MOVE WS-DATA-AAAAMMDD TO PXO-DATA-MOVIMENTO.
009240     MOVE WS-HORA-HHMMSS TO PXO-HORA-MOVIMENTO.
009250     MOVE 'C' TO PXO-STATUS.
009260     MOVE SPACES TO PXO-ID-OPER-APROV.
009270     MOVE SPACE TO PXO-IND-CONTABIL.
009280     MOVE WS-GID-ID-FIM-A-FIM TO PXO-ID-FIM-A-FIM.
009290     MOVE ZERO TO PXO-ID-PENDENCIA-REF.
009300     MOVE 'N' TO PXO-IND-TRANSMITIDO.
009310     MOVE SPACE TO PXO-IND-RETORNO-REDE.
009320     MOVE SPACE TO PXO-IND-TARIFA.
009330 2520-MONTAR-PIX-OUT-EXIT.
009340     EXIT.
009350
009360*----------------------------------------------------------------
009370*    LIQUIDACAO INTERNA DA LINHA: A CHAVE DE DESTINO APONTA PARA
009380*    CONTA DA PROPRIA AGENCIA E O PIX E LIQUIDADO NA HORA, COMO
009390*    NO AGENDA-EXEC - DEBITO NA ORIGEM, CREDITO NO DESTINO,
009400*    MOVIMENTO EM PIX-OUT COM PXO-IND-INTERNO (QUE O REMESSA-PIX
009410*    PULA) E O CREDITO GRAVADO COMO PENDENCIA JA LIQUIDADA EM
009420*    PENDING-PIX. DESTINO BLOQUEADO SEGUE RECEBENDO CREDITO,
009430*    DESTINO ENCERRADO RECUSA A LINHA ANTES DE QUALQUER DEBITO.
009440*----------------------------------------------------------------
009450 2550-LIQUIDAR-INTERNO.
009460*    O REGISTRO CORRENTE DO CONTA-MASTER AINDA E O DA ORIGEM.
009470     MOVE CTM-NOME-TITULAR TO WS-NOME-ORIGEM.
009480
009490     MOVE PXD-NUM-CONTA TO CTM-NUM-CONTA.
009500     READ CONTA-MASTER
009510         KEY IS CTM-NUM-CONTA
009520         INVALID KEY
009530             MOVE 'CONTA DESTINO NAO CADASTRADA'
009540                 TO WS-MOTIVO-FALHA
009550             PERFORM 2600-RECUSAR-LINHA
009560                 THRU 2600-RECUSAR-LINHA-EXIT
009570             GO TO 2550-LIQUIDAR-INTERNO-EXIT
009580     END-READ.
009590     IF CTM-CONTA-ENCERRADA
009600         MOVE 'CONTA DESTINO ENCERRADA' TO WS-MOTIVO-FALHA
009610         PERFORM 2600-RECUSAR-LINHA
009620             THRU 2600-RECUSAR-LINHA-EXIT
009630         GO TO 2550-LIQUIDAR-INTERNO-EXIT
009640     END-IF.
009650
009660     MOVE WS-CONTA-PAGADORA TO CTM-NUM-CONTA.
009670     READ CONTA-MASTER
009680         KEY IS CTM-NUM-CONTA
009690         INVALID KEY
009700             MOVE 'CONTA ORIGEM NAO ENCONTRADA'
009710                 TO WS-MOTIVO-FALHA
009720             PERFORM 2600-RECUSAR-LINHA
009730                 THRU 2600-RECUSAR-LINHA-EXIT
009740             GO TO 2550-LIQUIDAR-INTERNO-EXIT
009750     END-READ.
009760     SUBTRACT WS-VALOR-LINHA FROM CTM-SALDO.
009770     REWRITE REG-CONTA-MASTER
009780         INVALID KEY
009790             MOVE 'ERRO AO ATUALIZAR SALDO' TO WS-MOTIVO-FALHA
009800             PERFORM 2600-RECUSAR-LINHA
009810                 THRU 2600-RECUSAR-LINHA-EXIT
009820             GO TO 2550-LIQUIDAR-INTERNO-EXIT
009830     END-REWRITE.
009840
009850     MOVE PXD-NUM-CONTA TO CTM-NUM-CONTA.
009860     READ CONTA-MASTER
009870         KEY IS CTM-NUM-CONTA
009880         INVALID KEY
009890             PERFORM 2580-ESTORNAR-ORIGEM
009900                 THRU 2580-ESTORNAR-ORIGEM-EXIT
009910             MOVE 'ERRO AO CREDITAR DESTINO' TO WS-MOTIVO-FALHA
009920             PERFORM 2600-RECUSAR-LINHA
009930                 THRU 2600-RECUSAR-LINHA-EXIT
009940             GO TO 2550-LIQUIDAR-INTERNO-EXIT
009950     END-READ.
009960     ADD WS-VALOR-LINHA TO CTM-SALDO.
009970     REWRITE REG-CONTA-MASTER
009980         INVALID KEY
009990             PERFORM 2580-ESTORNAR-ORIGEM
010000                 THRU 2580-ESTORNAR-ORIGEM-EXIT
010010             MOVE 'ERRO AO CREDITAR DESTINO' TO WS-MOTIVO-FALHA
010020             PERFORM 2600-RECUSAR-LINHA
010030                 THRU 2600-RECUSAR-LINHA-EXIT
010040             GO TO 2550-LIQUIDAR-INTERNO-EXIT
010050     END-REWRITE.
010060
010070     MOVE 'S' TO PXO-IND-INTERNO.
010080     PERFORM 2520-MONTAR-PIX-OUT THRU 2520-MONTAR-PIX-OUT-EXIT.
010090     WRITE REG-PIX-OUT.
010100     IF WS-STATUS-PIXOUT NOT = '00'
010110         DISPLAY 'ERRO AO GRAVAR PIX-OUT: ' WS-STATUS-PIXOUT
010120         DISPLAY 'ESTORNANDO O CREDITO E O DEBITO.'
010130         SUBTRACT WS-VALOR-LINHA FROM CTM-SALDO
010140         REWRITE REG-CONTA-MASTER
010150             INVALID KEY
010160                 DISPLAY 'ERRO AO ESTORNAR CONTA DE DESTINO: '
010170                         WS-STATUS-CTAMST
010180         END-REWRITE
010190         PERFORM 2580-ESTORNAR-ORIGEM
010200             THRU 2580-ESTORNAR-ORIGEM-EXIT
010210         MOVE 'ERRO AO GRAVAR MOVIMENTO' TO WS-MOTIVO-FALHA
010220         PERFORM 2600-RECUSAR-LINHA
010230             THRU 2600-RECUSAR-LINHA-EXIT
010240         GO TO 2550-LIQUIDAR-INTERNO-EXIT
010250     END-IF.
010260
010270     PERFORM 2560-GRAVAR-CREDITO-INTERNO
010280         THRU 2560-GRAVAR-CREDITO-INTERNO-EXIT.
010290     PERFORM 2650-REGISTRAR-PAGA THRU 2650-REGISTRAR-PAGA-EXIT.
010300 2550-LIQUIDAR-INTERNO-EXIT.
010310     EXIT.
010320
010330*----------------------------------------------------------------
010340*    GRAVA O CREDITO DA LIQUIDACAO INTERNA COMO PENDENCIA JA
010350*    LIQUIDADA EM PENDING-PIX, COM O PROXIMO NUMERO DE PENDENCIA
010360*    (MESMA NUMERACAO DO CARGA-PIX).
010370*----------------------------------------------------------------
010380 2560-GRAVAR-CREDITO-INTERNO.
010390     MOVE ZERO TO WS-ULTIMO-ID-PENDENCIA.
010400     MOVE 'N' TO WS-SW-FIM-PEND-INT.
010410     MOVE ZERO TO PXP-ID-PENDENCIA.
010420     START PENDING-PIX
010430         KEY IS NOT LESS THAN PXP-ID-PENDENCIA
010440         INVALID KEY
010450             MOVE 'Y' TO WS-SW-FIM-PEND-INT
010460     END-START.
010470     PERFORM 2570-LER-PEND-INT THRU 2570-LER-PEND-INT-EXIT
010480         UNTIL WS-FIM-PEND-INT.
010490
010500     ADD 1 TO WS-ULTIMO-ID-PENDENCIA.
010510     MOVE WS-ULTIMO-ID-PENDENCIA TO PXP-ID-PENDENCIA.
010520     MOVE PXD-NUM-CONTA TO PXP-NUM-CONTA-DESTINO.
010530     MOVE WS-NOME-ORIGEM TO PXP-NOME-REMETENTE.
010540     MOVE WS-BANCO-PROPRIO TO PXP-BANCO-REMETENTE.
010550     MOVE WS-VALOR-LINHA TO PXP-VALOR.
010560     MOVE WS-DATA-AAAAMMDD TO PXP-DATA-RECEBIMENTO.
010570     MOVE 'L' TO PXP-STATUS-LIQUIDACAO.
010580     MOVE WS-DATA-AAAAMMDD TO PXP-DATA-LIQUIDACAO.
010590     MOVE SPACES TO PXP-REFERENCIA-RAIL.
010600     MOVE WS-ID-OPERADOR-LOTE TO PXP-ID-OPERADOR-LIQ.
010610     MOVE SPACE TO PXP-IND-CONTABIL.
010620     MOVE WS-GID-ID-FIM-A-FIM TO PXP-ID-FIM-A-FIM.
010630     MOVE SPACE TO PXP-IND-COBRANCA.
010640     WRITE REG-PENDING-PIX
010650         INVALID KEY
010660             DISPLAY 'ERRO AO GRAVAR CREDITO INTERNO EM'
010670                     ' PENDING-PIX: ' WS-STATUS-PIXPND
010680     END-WRITE.
010690 2560-GRAVAR-CREDITO-INTERNO-EXIT.
010700     EXIT.
010710
010720 2570-LER-PEND-INT.
010730     READ PENDING-PIX NEXT RECORD
010740         AT END
010750             MOVE 'Y' TO WS-SW-FIM-PEND-INT
010760             GO TO 2570-LER-PEND-INT-EXIT
010770     END-READ.
010780     IF PXP-ID-PENDENCIA > WS-ULTIMO-ID-PENDENCIA
010790         MOVE PXP-ID-PENDENCIA TO WS-ULTIMO-ID-PENDENCIA
010800     END-IF.
010810 2570-LER-PEND-INT-EXIT.
010820     EXIT.
010830
010840*----------------------------------------------------------------
010850*    DESFAZ O DEBITO DA CONTA PAGADORA QUANDO UMA ETAPA
010860*    POSTERIOR DA LIQUIDACAO INTERNA FALHA.
010870*----------------------------------------------------------------
010880 2580-ESTORNAR-ORIGEM.
010890     MOVE WS-CONTA-PAGADORA TO CTM-NUM-CONTA.
010900     READ CONTA-MASTER
010910         KEY IS CTM-NUM-CONTA
010920         INVALID KEY
010930             DISPLAY 'ERRO AO RELER CONTA DE ORIGEM: '
010940                     WS-STATUS-CTAMST
010950             GO TO 2580-ESTORNAR-ORIGEM-EXIT
010960     END-READ.
010970     ADD WS-VALOR-LINHA TO CTM-SALDO.
010980     REWRITE REG-CONTA-MASTER
010990         INVALID KEY
011000             DISPLAY 'ERRO AO ESTORNAR SALDO DA CONTA: '
011010                     WS-STATUS-CTAMST
011020     END-REWRITE.
011030 2580-ESTORNAR-ORIGEM-EXIT.
011040     EXIT.
011050
011060*----------------------------------------------------------------
011070*    LINHA RECUSADA COM O MOTIVO EM WS-MOTIVO-FALHA.
011080*----------------------------------------------------------------
011090 2600-RECUSAR-LINHA.
011100     MOVE 'R' TO WS-SITUACAO-LINHA.
011110     ADD 1 TO WS-QTD-RECUS-LOTE.
011120     ADD WS-VALOR-LINHA TO WS-VALOR-RECUS-LOTE.
011130     PERFORM 2690-GRAVAR-LINHA-SAIDA
011140         THRU 2690-GRAVAR-LINHA-SAIDA-EXIT.
011150 2600-RECUSAR-LINHA-EXIT.
011160     EXIT.
011170
011180*----------------------------------------------------------------
011190*    LINHA PAGA, COM O IDENTIFICADOR FIM A FIM DO MOVIMENTO.
011200*----------------------------------------------------------------
011210 2650-REGISTRAR-PAGA.
011220     MOVE 'P' TO WS-SITUACAO-LINHA.
011230     MOVE WS-GID-ID-FIM-A-FIM TO WS-ID-LINHA.
011240     MOVE SPACES TO WS-MOTIVO-FALHA.
011250     ADD 1 TO WS-QTD-PAGAS-LOTE.
011260     ADD WS-VALOR-LINHA TO WS-VALOR-PAGO-LOTE.
011270     PERFORM 2690-GRAVAR-LINHA-SAIDA
011280         THRU 2690-GRAVAR-LINHA-SAIDA-EXIT.
011290 2650-REGISTRAR-PAGA-EXIT.
011300     EXIT.
011310
011320*----------------------------------------------------------------
011330*    GRAVA A LINHA NO ARQUIVO DE RETORNO AO CLIENTE E NO
011340*    RELATORIO DO LOTE.
011350*----------------------------------------------------------------
011360 2690-GRAVAR-LINHA-SAIDA.
011370     MOVE WS-SEQ-LINHA TO WRD-SEQ-LINHA.
011380     MOVE WS-CHAVE-LINHA TO WRD-CHAVE-PIX-DESTINO.
011390     MOVE WS-VALOR-LINHA TO WRD-VALOR.
011400     MOVE WS-DOC-LINHA TO WRD-DOC-BENEFICIARIO.
011410     MOVE WS-SITUACAO-LINHA TO WRD-SITUACAO.
011420     MOVE WS-MOTIVO-FALHA TO WRD-MOTIVO.
011430     MOVE WS-ID-LINHA TO WRD-ID-FIM-A-FIM.
011440     MOVE WS-RETORNO-DETALHE TO REG-RETORNO-LOTE.
011450     WRITE REG-RETORNO-LOTE.
011460
011470     MOVE WS-SEQ-LINHA TO WL-SEQ-LINHA.
011480     MOVE WS-CHAVE-LINHA TO WL-CHAVE.
011490     MOVE WS-VALOR-LINHA TO WL-VALOR.
011500     IF WS-SITUACAO-LINHA = 'P'
011510         MOVE 'PAGO' TO WL-SITUACAO
011520     ELSE
011530         MOVE WS-MOTIVO-FALHA TO WL-SITUACAO
011540     END-IF.
011550     MOVE WS-LINHA-DETALHE TO REG-RELATORIO-LOTE.
011560     WRITE REG-RELATORIO-LOTE.
011570 2690-GRAVAR-LINHA-SAIDA-EXIT.
011580     EXIT.
011590
011600*----------------------------------------------------------------
011610*    GRAVA OU REGRAVA O REGISTRO DO LOTE EM LOTE-PIX COM A
011620*    SITUACAO EM WS-STATUS-LOTE E OS TOTAIS DO MOMENTO.
011630*----------------------------------------------------------------
011640 2700-GRAVAR-CONTROLE.
011650     MOVE SPACES TO REG-LOTE-PIX.
011660     MOVE WS-CONTA-PAGADORA TO LTC-NUM-CONTA.
011670     MOVE WS-NUM-LOTE TO LTC-NUM-LOTE.
011680     MOVE WS-DATA-LOTE TO LTC-DATA-LOTE.
011690     MOVE WS-DATA-AAAAMMDD TO LTC-DATA-PROCESSAMENTO.
011700     ACCEPT WS-HORA-COMPLETA FROM TIME.
011710     MOVE WS-HORA-HHMMSS TO LTC-HORA-PROCESSAMENTO.
011720     MOVE WS-STATUS-LOTE TO LTC-STATUS.
011730     IF WS-STATUS-LOTE = 'R'
011740         MOVE WS-MOTIVO-LOTE TO LTC-MOTIVO-RECUSA
011750     END-IF.
011760     MOVE WS-QTD-LINHAS TO LTC-QTD-LINHAS.
011770     MOVE WS-SOMA-LINHAS TO LTC-VALOR-TOTAL.
011780     MOVE WS-QTD-PAGAS-LOTE TO LTC-QTD-PAGAS.
011790     MOVE WS-VALOR-PAGO-LOTE TO LTC-VALOR-PAGO.
011800     MOVE WS-QTD-RECUS-LOTE TO LTC-QTD-RECUSADAS.
011810
011820     IF WS-CONTROLE-EXISTE
011830         REWRITE REG-LOTE-PIX
011840             INVALID KEY
011850                 DISPLAY 'ERRO AO REGRAVAR LOTE-PIX: '
011860                         WS-STATUS-PIXLTC
011870         END-REWRITE
011880     ELSE
011890         WRITE REG-LOTE-PIX
011900             INVALID KEY
011910                 DISPLAY 'ERRO AO GRAVAR LOTE-PIX: '
011920                         WS-STATUS-PIXLTC
011930         END-WRITE
011940     END-IF.
011950     IF WS-STATUS-PIXLTC = '00'
011960         MOVE 'S' TO WS-SW-CONTROLE-EXISTE
011970     END-IF.
011980 2700-GRAVAR-CONTROLE-EXIT.
011990     EXIT.
012000
012010*----------------------------------------------------------------
012020*    HEADER DO LOTE NO ARQUIVO DE RETORNO E NO RELATORIO.
012030*----------------------------------------------------------------
012040 2750-ABRIR-LOTE-SAIDA.
012050     MOVE WLH-NUM-CONTA TO WRH-NUM-CONTA.
012060     MOVE WLH-NUM-LOTE TO WRH-NUM-LOTE.
012070     MOVE WLH-DATA-LOTE TO WRH-DATA-LOTE.
012080     MOVE WS-DATA-AAAAMMDD TO WRH-DATA-PROCESSAMENTO.
012090     MOVE WS-STATUS-LOTE TO WRH-SITUACAO-LOTE.
012100     MOVE WS-MOTIVO-LOTE TO WRH-MOTIVO.
012110     MOVE WS-RETORNO-HEADER TO REG-RETORNO-LOTE.
012120     WRITE REG-RETORNO-LOTE.
012130
012140     MOVE SPACES TO REG-RELATORIO-LOTE.
012150     STRING 'LOTE: ' WLH-NUM-LOTE
012160            '  CONTA PAGADORA: ' WLH-NUM-CONTA
012170            '  DATA DO LOTE: ' WLH-DATA-LOTE
012180         DELIMITED BY SIZE INTO REG-RELATORIO-LOTE.
012190     WRITE REG-RELATORIO-LOTE.
012200     MOVE SPACES TO REG-RELATORIO-LOTE.
012210     IF WS-STATUS-LOTE = 'R'
012220         STRING 'SITUACAO: LOTE RECUSADO - ' WS-MOTIVO-LOTE
012230             DELIMITED BY SIZE INTO REG-RELATORIO-LOTE
012240     ELSE
012250         MOVE 'SITUACAO: LOTE PROCESSADO' TO REG-RELATORIO-LOTE
012260     END-IF.
012270     WRITE REG-RELATORIO-LOTE.
012280     MOVE WS-LINHA-CABECALHO TO REG-RELATORIO-LOTE.
012290     WRITE REG-RELATORIO-LOTE.
012300 2750-ABRIR-LOTE-SAIDA-EXIT.
012310     EXIT.
012320
012330*----------------------------------------------------------------
012340*    TRAILER DO LOTE NO ARQUIVO DE RETORNO E TOTAIS DO LOTE NO
012350*    RELATORIO; ACUMULA OS TOTAIS DO PROCESSAMENTO.
012360*----------------------------------------------------------------
012370 2800-FECHAR-LOTE-SAIDA.
012380     MOVE WS-QTD-PAGAS-LOTE TO WRT-QTD-PAGAS.
012390     MOVE WS-VALOR-PAGO-LOTE TO WRT-VALOR-PAGO.
012400     MOVE WS-QTD-RECUS-LOTE TO WRT-QTD-RECUSADAS.
012410     MOVE WS-VALOR-RECUS-LOTE TO WRT-VALOR-RECUSADO.
012420     MOVE WS-RETORNO-TRAILER TO REG-RETORNO-LOTE.
012430     WRITE REG-RETORNO-LOTE.
012440
012450     ADD WS-QTD-PAGAS-LOTE TO WS-QTD-LINHAS-PAGAS.
012460     ADD WS-VALOR-PAGO-LOTE TO WS-TOT-PAGO.
012470     ADD WS-QTD-RECUS-LOTE TO WS-QTD-LINHAS-RECUS.
012480
012490     MOVE WS-QTD-PAGAS-LOTE TO WL-QTD-ED.
012500     MOVE WS-VALOR-PAGO-LOTE TO WL-TOTAL-ED.
012510     MOVE SPACES TO REG-RELATORIO-LOTE.
012520     STRING 'LINHAS PAGAS....: ' WL-QTD-ED
012530            '  VALOR: ' WL-TOTAL-ED
012540         DELIMITED BY SIZE INTO REG-RELATORIO-LOTE.
012550     WRITE REG-RELATORIO-LOTE.
012560     MOVE WS-QTD-RECUS-LOTE TO WL-QTD-ED.
012570     MOVE WS-VALOR-RECUS-LOTE TO WL-TOTAL-ED.
012580     MOVE SPACES TO REG-RELATORIO-LOTE.
012590     STRING 'LINHAS RECUSADAS: ' WL-QTD-ED
012600            '  VALOR: ' WL-TOTAL-ED
012610         DELIMITED BY SIZE INTO REG-RELATORIO-LOTE.
012620     WRITE REG-RELATORIO-LOTE.
012630     MOVE SPACES TO REG-RELATORIO-LOTE.
012640     WRITE REG-RELATORIO-LOTE.
012650 2800-FECHAR-LOTE-SAIDA-EXIT.
012660     EXIT.
012670
012680*----------------------------------------------------------------
012690*    LE O PROXIMO REGISTRO DO ARQUIVO DE LOTES.
012700*----------------------------------------------------------------
012710 2900-LER-ENTRADA.
012720     READ LOTE-ENTRADA
012730         AT END
012740             MOVE 'Y' TO WS-SW-FIM-ENTRADA
012750             MOVE SPACES TO WS-TIPO-REGISTRO
012760             GO TO 2900-LER-ENTRADA-EXIT
012770     END-READ.
012780     MOVE REG-LOTE-ENTRADA(1:1) TO WS-TIPO-REGISTRO.
012790 2900-LER-ENTRADA-EXIT.
012800     EXIT.
012810
012820*----------------------------------------------------------------
012830*    TOTAIS DE ENCERRAMENTO DO RELATORIO.
012840*----------------------------------------------------------------
012850 3000-IMPRIMIR-TOTAIS.
012860     MOVE WS-QTD-LOTES-PROC TO WL-QTD-ED.
012870     MOVE SPACES TO REG-RELATORIO-LOTE.
012880     STRING 'LOTES PROCESSADOS.......: ' WL-QTD-ED
012890         DELIMITED BY SIZE INTO REG-RELATORIO-LOTE.
012900     WRITE REG-RELATORIO-LOTE.
012910     DISPLAY REG-RELATORIO-LOTE.
012920     MOVE WS-QTD-LOTES-RECUS TO WL-QTD-ED.
012930     MOVE SPACES TO REG-RELATORIO-LOTE.
012940     STRING 'LOTES RECUSADOS.........: ' WL-QTD-ED
012950         DELIMITED BY SIZE INTO REG-RELATORIO-LOTE.
012960     WRITE REG-RELATORIO-LOTE.
012970     DISPLAY REG-RELATORIO-LOTE.
012980     MOVE WS-QTD-LINHAS-PAGAS TO WL-QTD-ED.
012990     MOVE SPACES TO REG-RELATORIO-LOTE.
013000     STRING 'LINHAS PAGAS............: ' WL-QTD-ED
013010         DELIMITED BY SIZE INTO REG-RELATORIO-LOTE.
013020     WRITE REG-RELATORIO-LOTE.
013030     DISPLAY REG-RELATORIO-LOTE.
013040     MOVE WS-TOT-PAGO TO WL-TOTAL-ED.
013050     MOVE SPACES TO REG-RELATORIO-LOTE.
013060     STRING 'VALOR PAGO..............: ' WL-TOTAL-ED
013070         DELIMITED BY SIZE INTO REG-RELATORIO-LOTE.
013080     WRITE REG-RELATORIO-LOTE.
013090     DISPLAY REG-RELATORIO-LOTE.
013100     MOVE WS-QTD-LINHAS-RECUS TO WL-QTD-ED.
013110     MOVE SPACES TO REG-RELATORIO-LOTE.
013120     STRING 'LINHAS RECUSADAS........: ' WL-QTD-ED
013130         DELIMITED BY SIZE INTO REG-RELATORIO-LOTE.
013140     WRITE REG-RELATORIO-LOTE.
013150     DISPLAY REG-RELATORIO-LOTE.
013160     MOVE WS-QTD-IGNORADOS TO WL-QTD-ED.
013170     MOVE SPACES TO REG-RELATORIO-LOTE.
013180     STRING 'REGISTROS IGNORADOS.....: ' WL-QTD-ED
013190         DELIMITED BY SIZE INTO REG-RELATORIO-LOTE.
013200     WRITE REG-RELATORIO-LOTE.
013210     DISPLAY REG-RELATORIO-LOTE.
013220 3000-IMPRIMIR-TOTAIS-EXIT.
013230     EXIT.
013240
013250*----------------------------------------------------------------
013260*    REGISTRA A CONCLUSAO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB).
013270*----------------------------------------------------------------
013280 9800-REGISTRAR-FIM.
013290     MOVE 'F' TO WS-CTL-FASE.
013300     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
013310 9800-REGISTRAR-FIM-EXIT.
013320     EXIT.
013330
013340*----------------------------------------------------------------
013350*    ENCERRAMENTO DOS ARQUIVOS.
013360*----------------------------------------------------------------
013370 9999-FINALIZAR.
013380     CLOSE LOTE-ENTRADA.
013390     CLOSE RETORNO-LOTE.
013400     CLOSE LOTE-PIX.
013410     CLOSE CONTA-MASTER.
013420     CLOSE PIX-DIRETORIO.
013430     CLOSE BLOQUEIOS.
013440     CLOSE PIX-OUT.
013450     CLOSE PENDING-PIX.
013460     CLOSE RELATORIO-LOTE.
013470 9999-FINALIZAR-EXIT.
013480     EXIT.
