000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONSULTA-ID-PIX.
000120 AUTHOR. DANIEL L. FREITAS.
000130 INSTALLATION. AGENCIA CENTRAL - SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*    DESCRICAO: CONSULTA DE MOVIMENTO PIX PELO IDENTIFICADOR FIM
000180*               A FIM (SOMENTE LEITURA), ABERTA AO PERFIL DE
000190*               CAIXA. PROCURA O IDENTIFICADOR NO PIX-OUT DO MES
000200*               E NO HISTORICO (PIX-HISTORICO, QUANDO EXISTIR) E
000210*               MOSTRA O MOVIMENTO COM A SITUACAO NA REDE
000220*               (TRANSMITIDO, CONFIRMADO OU REJEITADO); EM
000230*               SEGUIDA LISTA O CREDITO LIGADO AO MESMO
000240*               IDENTIFICADOR EM PENDING-PIX (CREDITO DA
000250*               LIQUIDACAO INTERNA OU ESTORNO DO PIX REJEITADO
000260*               PELA REDE). A CONSULTA E REGISTRADA NA TRILHA DE
000270*               AUDITORIA (AUDITORIA, EVENTO 'C'). CHAMADO PELO
000280*               MENU-PRINCIPAL DE TELA-LOGIN.
000290*    HISTORICO DE ALTERACOES
000300*    DATA       AUTOR     DESCRICAO
000310*    15/10/2026 DLF       CRIACAO DO PROGRAMA.
000320*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PIX-OUT
000380         ASSIGN TO "PIXOUT"
000390         ORGANIZATION IS SEQUENTIAL
000400         ACCESS MODE IS SEQUENTIAL
000410         FILE STATUS IS WS-STATUS-PIXOUT.
000420
000430     SELECT PIX-HISTORICO
000440         ASSIGN TO "PIXHST"
000450         ORGANIZATION IS SEQUENTIAL
000460         ACCESS MODE IS SEQUENTIAL
000470         FILE STATUS IS WS-STATUS-PIXHST.
000480
000490     SELECT PENDING-PIX
000500         ASSIGN TO "PIXPND"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS PXP-ID-PENDENCIA
000540         FILE STATUS IS WS-STATUS-PIXPND.
000550
000560     SELECT AUDITORIA
000570         ASSIGN TO "AUDITR"
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS WS-STATUS-AUDITR.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640
000650 FD  PIX-OUT
000660     LABEL RECORD IS STANDARD.
000670 COPY CTPXOUT.
000680
000690 FD  PIX-HISTORICO
000700     LABEL RECORD IS STANDARD.
000710 COPY CTPXOUT REPLACING LEADING ==PXO== BY ==PXH==,
000720     ==REG-PIX-OUT== BY ==REG-PIX-HISTORICO==.
000730
000740 FD  PENDING-PIX
000750     LABEL RECORD IS STANDARD.
000760 COPY CTPXPND.
000770
000780 FD  AUDITORIA
000790     LABEL RECORD IS STANDARD.
000800 COPY CTAUDT.
000810
000820 WORKING-STORAGE SECTION.
000830
000840*    CODIGOS DE RETORNO DE I-O
000850 01  WS-STATUS-PIXOUT            PIC X(02).
000860 01  WS-STATUS-PIXHST            PIC X(02).
000870 01  WS-STATUS-PIXPND            PIC X(02).
000880 01  WS-STATUS-AUDITR            PIC X(02).
000890
000900*    DATA E HORA DO SISTEMA
000910 01  WS-DATA-AAAAMMDD            PIC 9(08).
000920 01  WS-HORA-COMPLETA.
000930     05  WS-HORA-HHMMSS          PIC 9(06).
000940     05  WS-HORA-CENTESIMOS      PIC 9(02).
000950
000960*    AREA DE TRABALHO DA CONSULTA
000970 01  WS-ID-INFORMADO             PIC X(32).
000980 01  WS-SW-FIM-PIXOUT            PIC X(01) VALUE 'N'.
000990     88  WS-FIM-PIXOUT               VALUE 'Y'.
001000 01  WS-SW-FIM-PIXHST            PIC X(01) VALUE 'N'.
001010     88  WS-FIM-PIXHST               VALUE 'Y'.
001020 01  WS-SW-FIM-PIXPND            PIC X(01) VALUE 'N'.
001030     88  WS-FIM-PIXPND               VALUE 'Y'.
001040 01  WS-SW-HIST-USADO            PIC X(01) VALUE 'N'.
001050     88  WS-HIST-USADO               VALUE 'S'.
001060 01  WS-QTD-MOVIMENTOS           PIC 9(04) COMP VALUE ZERO.
001070 01  WS-QTD-CREDITOS             PIC 9(04) COMP VALUE ZERO.
001080 01  WL-VALOR-ED                 PIC -ZZZ,ZZZ,ZZ9.99.
001090
001100*    AREA DE TRABALHO - TRILHA DE AUDITORIA
001110 01  WS-AUD-DESCRICAO            PIC X(40).
001120
001130 LINKAGE SECTION.
001140 01  PARM-ID-OPERADOR            PIC X(08).
001150
001160 PROCEDURE DIVISION USING PARM-ID-OPERADOR.
001170
001180 0000-MAINLINE.
001190     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001200     PERFORM 2000-CONSULTAR-ID THRU 2000-CONSULTAR-ID-EXIT.
001210     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001220     GOBACK.
001230
001240*----------------------------------------------------------------
001250*    ABERTURA DOS ARQUIVOS, TODOS SOMENTE LEITURA EXCETO A
001260*    TRILHA DE AUDITORIA (GRAVADA POR EXTENSAO). O HISTORICO SO
001270*    EXISTE DEPOIS DO PRIMEIRO ARQUIVA-PIX E E OPCIONAL.
001280*----------------------------------------------------------------
001290 1000-INICIALIZAR.
001300     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
001301*    O PROGRAMA PERMANECE NO ESTADO DA ULTIMA CHAMADA ENTRE UM
001302*    CALL E OUTRO; INDICADORES E CONTADORES DA CONSULTA PRECISAM
001303*    SER REARMADOS A CADA ENTRADA.
001304     MOVE 'N' TO WS-SW-FIM-PIXOUT.
001305     MOVE 'N' TO WS-SW-FIM-PIXHST.
001306     MOVE 'N' TO WS-SW-FIM-PIXPND.
001307     MOVE 'N' TO WS-SW-HIST-USADO.
001308     MOVE ZERO TO WS-QTD-MOVIMENTOS.
001309     MOVE ZERO TO WS-QTD-CREDITOS.
001310
001320     OPEN INPUT PIX-OUT.
001330     IF WS-STATUS-PIXOUT NOT = '00'
001340         OPEN OUTPUT PIX-OUT
001350         CLOSE PIX-OUT
001360         OPEN INPUT PIX-OUT
001370     END-IF.
001380
001390     OPEN INPUT PIX-HISTORICO.
001400     IF WS-STATUS-PIXHST = '00'
001410         MOVE 'S' TO WS-SW-HIST-USADO
001420     END-IF.
001430
001440     OPEN INPUT PENDING-PIX.
001450     IF WS-STATUS-PIXPND NOT = '00'
001460         OPEN OUTPUT PENDING-PIX
001470         CLOSE PENDING-PIX
001480         OPEN INPUT PENDING-PIX
001490     END-IF.
001500
001510     OPEN EXTEND AUDITORIA.
001520     IF WS-STATUS-AUDITR NOT = '00'
001530         OPEN OUTPUT AUDITORIA
001540         CLOSE AUDITORIA
001550         OPEN EXTEND AUDITORIA
001560     END-IF.
001570 1000-INICIALIZAR-EXIT.
001580     EXIT.
001590
001600*----------------------------------------------------------------
001610*    CONSULTA DE UM IDENTIFICADOR: MOVIMENTOS NO PIX-OUT E NO
001620*    HISTORICO E CREDITO LIGADO EM PENDING-PIX. A CONSULTA E
001630*    REGISTRADA NA AUDITORIA MESMO QUANDO NADA E ENCONTRADO.
001640*----------------------------------------------------------------
001650 2000-CONSULTAR-ID.
001660     DISPLAY 'Consulta de Pix por ID Fim a Fim - Operador: '
001670             PARM-ID-OPERADOR.
001680     DISPLAY 'Identificador fim a fim (32 posicoes):'.
001690     ACCEPT WS-ID-INFORMADO.
001700
001710     MOVE SPACES TO WS-AUD-DESCRICAO.
001720     STRING 'CONS ID ' WS-ID-INFORMADO
001730         DELIMITED BY SIZE INTO WS-AUD-DESCRICAO.
001740     PERFORM 8000-GRAVAR-AUDITORIA
001750         THRU 8000-GRAVAR-AUDITORIA-EXIT.
001760
001770     IF WS-ID-INFORMADO = SPACES
001780         DISPLAY 'Identificador nao informado.'
001790         GO TO 2000-CONSULTAR-ID-EXIT
001800     END-IF.
001810
001820     PERFORM 2100-LER-PIXOUT THRU 2100-LER-PIXOUT-EXIT
001830         UNTIL WS-FIM-PIXOUT.
001840     IF WS-HIST-USADO
001850         PERFORM 2200-LER-HISTORICO
001860             THRU 2200-LER-HISTORICO-EXIT
001870             UNTIL WS-FIM-PIXHST
001880     END-IF.
001890     IF WS-QTD-MOVIMENTOS = ZERO
001900         DISPLAY 'Nenhum movimento Pix com esse identificador.'
001910     END-IF.
001920
001930     MOVE ZERO TO PXP-ID-PENDENCIA.
001940     START PENDING-PIX KEY IS NOT LESS THAN PXP-ID-PENDENCIA
001950         INVALID KEY
001960             MOVE 'Y' TO WS-SW-FIM-PIXPND
001970     END-START.
001980     PERFORM 2400-LER-PENDENCIA THRU 2400-LER-PENDENCIA-EXIT
001990         UNTIL WS-FIM-PIXPND.
002000     IF WS-QTD-MOVIMENTOS > ZERO
002010         AND WS-QTD-CREDITOS = ZERO
002020         DISPLAY 'Sem credito ligado em Pending-Pix.'
002030     END-IF.
002040 2000-CONSULTAR-ID-EXIT.
002050     EXIT.
002060
002070 2100-LER-PIXOUT.
002080     READ PIX-OUT
002090         AT END
002100             MOVE 'Y' TO WS-SW-FIM-PIXOUT
002110             GO TO 2100-LER-PIXOUT-EXIT
002120     END-READ.
002130
002140     IF PXO-ID-FIM-A-FIM NOT = WS-ID-INFORMADO
002150         GO TO 2100-LER-PIXOUT-EXIT
002160     END-IF.
002170
002180     DISPLAY 'Movimento no Pix-Out do mes:'.
002190     PERFORM 2300-MOSTRAR-MOVIMENTO
002200         THRU 2300-MOSTRAR-MOVIMENTO-EXIT.
002210 2100-LER-PIXOUT-EXIT.
002220     EXIT.
002230
002240*    O REGISTRO DO HISTORICO E COPIADO PARA A AREA DO PIX-OUT
002250*    PARA USAR A MESMA EXIBICAO.
002260 2200-LER-HISTORICO.
002270     READ PIX-HISTORICO
002280         AT END
002290             MOVE 'Y' TO WS-SW-FIM-PIXHST
002300             GO TO 2200-LER-HISTORICO-EXIT
002310     END-READ.
002320
002330     MOVE REG-PIX-HISTORICO TO REG-PIX-OUT.
002340     IF PXO-ID-FIM-A-FIM NOT = WS-ID-INFORMADO
002350         GO TO 2200-LER-HISTORICO-EXIT
002360     END-IF.
002370
002380     DISPLAY 'Movimento no historico (meses anteriores):'.
002390     PERFORM 2300-MOSTRAR-MOVIMENTO
002400         THRU 2300-MOSTRAR-MOVIMENTO-EXIT.
002410 2200-LER-HISTORICO-EXIT.
002420     EXIT.
002430
002440*----------------------------------------------------------------
002450*    MOSTRA O MOVIMENTO CORRENTE DA AREA DO PIX-OUT E A SUA
002460*    SITUACAO NA REDE.
002470*----------------------------------------------------------------
002480 2300-MOSTRAR-MOVIMENTO.
002490     ADD 1 TO WS-QTD-MOVIMENTOS.
002500     MOVE PXO-VALOR TO WL-VALOR-ED.
002510     DISPLAY '  Conta origem....: ' PXO-NUM-CONTA-ORIGEM.
002520     DISPLAY '  Destino.........: ' PXO-CHAVE-PIX-DESTINO.
002530     DISPLAY '  Conta destino...: ' PXO-NUM-CONTA-DESTINO.
002540     DISPLAY '  Valor...........: ' WL-VALOR-ED.
002550     DISPLAY '  Data/hora.......: ' PXO-DATA-MOVIMENTO
002560             ' ' PXO-HORA-MOVIMENTO.
002570     DISPLAY '  Operador........: ' PXO-ID-OPERADOR
002580             ' aprovador ' PXO-ID-OPER-APROV.
002590     EVALUATE TRUE
002600         WHEN PXO-STATUS-CONCLUIDO
002610             DISPLAY '  Status..........: CONCLUIDO'
002620         WHEN PXO-STATUS-REJEITADO
002630             DISPLAY '  Status..........: RECUSADO (LIMITE'
002640                     ' NOTURNO)'
002650         WHEN PXO-STATUS-DEV-NAO-RECL
002660             DISPLAY '  Status..........: DEVOLUCAO DE'
002670                     ' PENDENCIA NAO RECLAMADA'
002680         WHEN OTHER
002690             DISPLAY '  Status..........: ' PXO-STATUS
002700     END-EVALUATE.
002710     IF PXO-ID-PENDENCIA-REF NOT = ZERO
002720         DISPLAY '  Devolucao da pendencia '
002730                 PXO-ID-PENDENCIA-REF
002740     END-IF.
002750     EVALUATE TRUE
002760         WHEN PXO-LANCAMENTO-TARIFA
002770             DISPLAY '  Rede............: LANCAMENTO DE TARIFA'
002780                     ' (NAO VAI PARA A REDE)'
002790         WHEN PXO-LIQUIDACAO-INTERNA
002800             DISPLAY '  Rede............: LIQUIDACAO INTERNA'
002810                     ' (NAO VAI PARA A REDE)'
002820         WHEN PXO-RETORNO-CONFIRMADO
002830             DISPLAY '  Rede............: CONFIRMADO PELA REDE'
002840         WHEN PXO-RETORNO-REJEITADO
002850             DISPLAY '  Rede............: REJEITADO PELA REDE'
002860                     ' (ESTORNADO)'
002870         WHEN PXO-TRANSMITIDO
002880             DISPLAY '  Rede............: TRANSMITIDO, SEM'
002890                     ' RETORNO'
002900         WHEN OTHER
002910             DISPLAY '  Rede............: AINDA NAO TRANSMITIDO'
002920     END-EVALUATE.
002930 2300-MOSTRAR-MOVIMENTO-EXIT.
002940     EXIT.
002950
002960*----------------------------------------------------------------
002970*    CREDITO EM PENDING-PIX LIGADO AO IDENTIFICADOR (CREDITO DA
002980*    LIQUIDACAO INTERNA OU ESTORNO DO PIX REJEITADO).
002990*----------------------------------------------------------------
003000 2400-LER-PENDENCIA.
003010     READ PENDING-PIX NEXT RECORD
003020         AT END
003030             MOVE 'Y' TO WS-SW-FIM-PIXPND
003040             GO TO 2400-LER-PENDENCIA-EXIT
003050     END-READ.
003060
003070     IF PXP-ID-FIM-A-FIM NOT = WS-ID-INFORMADO
003080         GO TO 2400-LER-PENDENCIA-EXIT
003090     END-IF.
003100
003110     ADD 1 TO WS-QTD-CREDITOS.
003120     MOVE PXP-VALOR TO WL-VALOR-ED.
003130     DISPLAY 'Credito ligado em Pending-Pix:'.
003140     DISPLAY '  Pendencia ' PXP-ID-PENDENCIA
003150             ' conta ' PXP-NUM-CONTA-DESTINO
003160             ' valor ' WL-VALOR-ED.
003170     DISPLAY '  ' PXP-NOME-REMETENTE ' / ' PXP-BANCO-REMETENTE
003180             ' liquidada em ' PXP-DATA-LIQUIDACAO.
003190 2400-LER-PENDENCIA-EXIT.
003200     EXIT.
003210
003220*----------------------------------------------------------------
003230*    GRAVA A OCORRENCIA DA CONSULTA NA TRILHA DE AUDITORIA
003240*    (EVENTO 'C'). A DESCRICAO DEVE SER PREENCHIDA EM
003250*    WS-AUD-DESCRICAO PELO PARAGRAFO CHAMADOR.
003260*----------------------------------------------------------------
003270 8000-GRAVAR-AUDITORIA.
003280     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
003290     ACCEPT WS-HORA-COMPLETA FROM TIME.
003300     MOVE WS-DATA-AAAAMMDD TO AUD-DATA.
003310     MOVE WS-HORA-HHMMSS TO AUD-HORA.
003320     MOVE PARM-ID-OPERADOR TO AUD-ID-OPERADOR.
003330     MOVE 'C' TO AUD-TIPO-EVENTO.
003340     MOVE WS-AUD-DESCRICAO TO AUD-DESCRICAO.
003350     WRITE REG-AUDITORIA.
003360     IF WS-STATUS-AUDITR NOT = '00'
003370         DISPLAY 'ERRO AO GRAVAR AUDITORIA: '
003380                 WS-STATUS-AUDITR
003390     END-IF.
003400 8000-GRAVAR-AUDITORIA-EXIT.
003410     EXIT.
003420
003430*----------------------------------------------------------------
003440*    ENCERRAMENTO DOS ARQUIVOS.
003450*----------------------------------------------------------------
003460 9999-FINALIZAR.
003470     CLOSE PIX-OUT.
003480     IF WS-HIST-USADO
003490         CLOSE PIX-HISTORICO
003500     END-IF.
003510     CLOSE PENDING-PIX.
003520     CLOSE AUDITORIA.
003530 9999-FINALIZAR-EXIT.
003540     EXIT.
