000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASO-MANUT.
000120 AUTHOR. DANIEL L. FREITAS.
000130 INSTALLATION. AGENCIA CENTRAL - SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*    DESCRICAO: MESA DE COMPLIANCE - TRATAMENTO DOS CASOS DE
000180*               SUSPEITA (CASO-SUSPEITA) ABERTOS PELO BATCH
000190*               ANALISE-PIX. LISTA OS CASOS PENDENTES DE
000200*               DECISAO, CONSULTA UM CASO E REGISTRA A DECISAO
000210*               DO SUPERVISOR: DESCARTE (COM MOTIVO), BLOQUEIO
000220*               PREVENTIVO DA CONTA (GRAVADO EM BLOQUEIOS COMO
000230*               EM BLOQUEIO-CONTA, COM STATUS 'B' NO
000240*               CONTA-MASTER) OU MARCACAO PARA COMUNICACAO AO
000250*               COAF (GRAVADA NO ARQUIVO DE COMUNICACAO PELO
000260*               BATCH COMUNICA-COAF). O CASO COM BLOQUEIO AINDA
000270*               PODE SER MARCADO PARA COMUNICACAO. A DECISAO
000280*               FICA NO CASO (SUPERVISOR, DATA, HORA E MOTIVO)
000290*               E SAI NA TRILHA DE AUDITORIA (EVENTO 'S').
000300*               CHAMADO PELO MENU-PRINCIPAL DE TELA-LOGIN,
000310*               RESTRITO A SUPERVISORES.
000320*    HISTORICO DE ALTERACOES
000330*    DATA       AUTOR     DESCRICAO
000340*    15/10/2026 DLF       CRIACAO DO PROGRAMA.
000350*----------------------------------------------------------------
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CASO-SUSPEITA
000410         ASSIGN TO "CASOSUS"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CAS-ID-CASO
000450         FILE STATUS IS WS-STATUS-CASOSUS.
000460
000470     SELECT CONTA-MASTER
000480         ASSIGN TO "CTAMST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CTM-NUM-CONTA
000520         FILE STATUS IS WS-STATUS-CTAMST.
000530
000540     SELECT BLOQUEIOS
000550         ASSIGN TO "BLOQJUD"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS BLQ-NUM-CONTA
000590         FILE STATUS IS WS-STATUS-BLOQJUD.
000600
000610     SELECT AUDITORIA
000620         ASSIGN TO "AUDITR"
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS WS-STATUS-AUDITR.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690
000700 FD  CASO-SUSPEITA
000710     LABEL RECORD IS STANDARD.
000720 COPY CTCASO.
000730
000740 FD  CONTA-MASTER
000750     LABEL RECORD IS STANDARD.
000760 COPY CTCTAM.
000770
000780 FD  BLOQUEIOS
000790     LABEL RECORD IS STANDARD.
000800 COPY CTBLOQ.
000810
000820 FD  AUDITORIA
000830     LABEL RECORD IS STANDARD.
000840 COPY CTAUDT.
000850
000860 WORKING-STORAGE SECTION.
000870
000880*    CODIGOS DE RETORNO DE I-O
000890 01  WS-STATUS-CASOSUS           PIC X(02).
000900 01  WS-STATUS-CTAMST            PIC X(02).
000910 01  WS-STATUS-BLOQJUD           PIC X(02).
000920 01  WS-STATUS-AUDITR            PIC X(02).
000930
000940*    DATA E HORA DO SISTEMA
000950 01  WS-DATA-AAAAMMDD            PIC 9(08).
000960 01  WS-HORA-COMPLETA.
000970     05  WS-HORA-HHMMSS          PIC 9(06).
000980     05  WS-HORA-CENTESIMOS      PIC 9(02).
000990
001000*    CAMPOS DE TELA DO MENU DE CASOS
001010 01  WS-OPCAO-CASO               PIC X(01).
001020 01  WS-CONTINUAR-CASO           PIC X(01) VALUE 'S'.
001030
001040*    AREA DE TRABALHO - LISTA, CONSULTA E DECISAO
001050 01  WS-ID-CASO-INFORMADO        PIC 9(06).
001060 01  WS-MOTIVO-INFORMADO         PIC X(40).
001070 01  WS-CONFIRMACAO              PIC X(01).
001080 01  WS-SW-CASO-EXISTE           PIC X(01) VALUE 'N'.
001090     88  WS-CASO-EXISTE              VALUE 'S'.
001100 01  WS-SW-FIM-CASOS             PIC X(01) VALUE 'N'.
001110     88  WS-FIM-CASOS                VALUE 'Y'.
001120 01  WS-QTD-CASOS-LISTADOS       PIC 9(05) COMP.
001130 01  WS-DESCRICAO-STATUS         PIC X(22).
001140 01  WS-PADROES                  PIC X(08).
001150 01  WS-PROCESSO-BLOQUEIO.
001160     05  FILLER                  PIC X(05) VALUE 'CASO '.
001170     05  WS-PRB-ID-CASO          PIC 9(06).
001180     05  FILLER                  PIC X(09) VALUE SPACES.
001190 01  WL-VALOR-ED                 PIC -ZZZ,ZZZ,ZZ9.99.
001200 01  WL-VALOR-ED-2               PIC -ZZZ,ZZZ,ZZ9.99.
001210 01  WL-QTD-ED                   PIC ZZZZ9.
001220
001230*    AREA DE TRABALHO - TRILHA DE AUDITORIA
001240 01  WS-AUD-DESCRICAO            PIC X(40).
001250
001260 LINKAGE SECTION.
001270 01  PARM-ID-OPERADOR            PIC X(08).
001280
001290 PROCEDURE DIVISION USING PARM-ID-OPERADOR.
001300
001310 0000-MAINLINE.
001320     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001330     PERFORM 2000-MENU-CASOS.
001340     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001350     GOBACK.
001360
001370*----------------------------------------------------------------
001380*    ABERTURA DOS ARQUIVOS. O CADASTRO DE CASOS E O DE BLOQUEIOS
001390*    SAO CRIADOS SE AINDA NAO EXISTEM; A TRILHA DE AUDITORIA E
001400*    GRAVADA POR EXTENSAO.
001410*----------------------------------------------------------------
001420 1000-INICIALIZAR.
001430     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
001440*    O PROGRAMA PERMANECE NO ESTADO DA ULTIMA CHAMADA ENTRE UM
001450*    CALL E OUTRO; O INDICADOR DE LACO DO MENU PRECISA SER
001460*    REARMADO A CADA ENTRADA.
001470     MOVE 'S' TO WS-CONTINUAR-CASO.
001480
001490     OPEN I-O CONTA-MASTER.
001500     IF WS-STATUS-CTAMST NOT = '00'
001510         DISPLAY 'ERRO AO ABRIR CONTA-MASTER - STATUS '
001520                 WS-STATUS-CTAMST
001530         GOBACK
001540     END-IF.
001550
001560     OPEN I-O CASO-SUSPEITA.
001570     IF WS-STATUS-CASOSUS NOT = '00'
001580         OPEN OUTPUT CASO-SUSPEITA
001590         CLOSE CASO-SUSPEITA
001600         OPEN I-O CASO-SUSPEITA
001610     END-IF.
001620     IF WS-STATUS-CASOSUS NOT = '00'
001630         DISPLAY 'ERRO AO ABRIR CASO-SUSPEITA - STATUS '
001640                 WS-STATUS-CASOSUS
001650         CLOSE CONTA-MASTER
001660         GOBACK
001670     END-IF.
001680
001690     OPEN I-O BLOQUEIOS.
001700     IF WS-STATUS-BLOQJUD NOT = '00'
001710         OPEN OUTPUT BLOQUEIOS
001720         CLOSE BLOQUEIOS
001730         OPEN I-O BLOQUEIOS
001740     END-IF.
001750     IF WS-STATUS-BLOQJUD NOT = '00'
001760         DISPLAY 'ERRO AO ABRIR BLOQUEIOS - STATUS '
001770                 WS-STATUS-BLOQJUD
001780         CLOSE CONTA-MASTER
001790         CLOSE CASO-SUSPEITA
001800         GOBACK
001810     END-IF.
001820
001830     OPEN EXTEND AUDITORIA.
001840     IF WS-STATUS-AUDITR NOT = '00'
001850         OPEN OUTPUT AUDITORIA
001860         CLOSE AUDITORIA
001870         OPEN EXTEND AUDITORIA
001880     END-IF.
001890 1000-INICIALIZAR-EXIT.
001900     EXIT.
001910
001920*----------------------------------------------------------------
001930*    MENU DA MESA DE COMPLIANCE
001940*----------------------------------------------------------------
001950 2000-MENU-CASOS.
001960     DISPLAY 'Casos de Suspeita (Compliance) - Operador: '
001970             PARM-ID-OPERADOR.
001980     DISPLAY '[1] Listar Casos Pendentes de Decisao'.
001990     DISPLAY '[2] Consultar Caso'.
002000     DISPLAY '[3] Descartar Caso'.
002010     DISPLAY '[4] Bloqueio Preventivo da Conta'.
002020     DISPLAY '[5] Marcar para Comunicacao ao COAF'.
002030     DISPLAY '[6] Voltar ao Menu Principal'.
002040     ACCEPT WS-OPCAO-CASO.
002050
002060     EVALUATE TRUE
002070         WHEN WS-OPCAO-CASO = '1'
002080             PERFORM 3000-LISTAR-CASOS
002090                 THRU 3000-LISTAR-CASOS-EXIT
002100         WHEN WS-OPCAO-CASO = '2'
002110             PERFORM 4000-CONSULTAR-CASO
002120                 THRU 4000-CONSULTAR-CASO-EXIT
002130         WHEN WS-OPCAO-CASO = '3'
002140             PERFORM 5000-DESCARTAR-CASO
002150                 THRU 5000-DESCARTAR-CASO-EXIT
002160         WHEN WS-OPCAO-CASO = '4'
002170             PERFORM 5100-BLOQUEAR-CONTA
002180                 THRU 5100-BLOQUEAR-CONTA-EXIT
002190         WHEN WS-OPCAO-CASO = '5'
002200             PERFORM 5200-MARCAR-COMUNICACAO
002210                 THRU 5200-MARCAR-COMUNICACAO-EXIT
002220         WHEN WS-OPCAO-CASO = '6'
002230             MOVE 'N' TO WS-CONTINUAR-CASO
002240         WHEN OTHER
002250             DISPLAY 'Opcao invalida.'
002260     END-EVALUATE.
002270
002280     IF WS-CONTINUAR-CASO = 'S'
002290         PERFORM 2000-MENU-CASOS
002300     END-IF.
002310
002320*----------------------------------------------------------------
002330*    OPCAO [1] - LISTA OS CASOS AINDA SEM DECISAO FINAL: OS
002340*    ABERTOS E OS JA BLOQUEADOS (QUE AINDA PODEM SER MARCADOS
002350*    PARA COMUNICACAO AO COAF).
002360*----------------------------------------------------------------
002370 3000-LISTAR-CASOS.
002380     DISPLAY 'Casos Pendentes de Decisao'.
002390     MOVE ZERO TO WS-QTD-CASOS-LISTADOS.
002400     MOVE 'N' TO WS-SW-FIM-CASOS.
002410     MOVE ZERO TO CAS-ID-CASO.
002420     START CASO-SUSPEITA
002430         KEY IS NOT LESS THAN CAS-ID-CASO
002440         INVALID KEY
002450             MOVE 'Y' TO WS-SW-FIM-CASOS
002460     END-START.
002470     PERFORM 3100-LER-CASO THRU 3100-LER-CASO-EXIT
002480         UNTIL WS-FIM-CASOS.
002490
002500     IF WS-QTD-CASOS-LISTADOS = ZERO
002510         DISPLAY 'Nao ha casos pendentes de decisao.'
002520     ELSE
002530         MOVE WS-QTD-CASOS-LISTADOS TO WL-QTD-ED
002540         DISPLAY 'Casos listados: ' WL-QTD-ED
002550     END-IF.
002560 3000-LISTAR-CASOS-EXIT.
002570     EXIT.
002580
002590 3100-LER-CASO.
002600     READ CASO-SUSPEITA NEXT RECORD
002610         AT END
002620             MOVE 'Y' TO WS-SW-FIM-CASOS
002630             GO TO 3100-LER-CASO-EXIT
002640     END-READ.
002650     IF NOT CAS-ABERTO
002660         AND NOT CAS-BLOQUEADO
002670         GO TO 3100-LER-CASO-EXIT
002680     END-IF.
002690
002700     ADD 1 TO WS-QTD-CASOS-LISTADOS.
002710     PERFORM 6100-MONTAR-PADROES THRU 6100-MONTAR-PADROES-EXIT.
002720     MOVE CAS-VAL-ENVIADOS TO WL-VALOR-ED.
002730     DISPLAY 'Caso: ' CAS-ID-CASO
002740             ' St: ' CAS-STATUS
002750             ' Conta: ' CAS-NUM-CONTA
002760             ' Aberto: ' CAS-DATA-ABERTURA
002770             ' Pts: ' CAS-PONTOS
002780             ' ' WS-PADROES
002790             ' Env: ' WL-VALOR-ED.
002800 3100-LER-CASO-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------------
002840*    OPCAO [2] - CONSULTA DE UM CASO, COM A ULTIMA DECISAO E O
002850*    BLOQUEIO, QUANDO HOUVER.
002860*----------------------------------------------------------------
002870 4000-CONSULTAR-CASO.
002880     DISPLAY 'Consulta de Caso'.
002890     PERFORM 6000-LER-CASO THRU 6000-LER-CASO-EXIT.
002900     IF NOT WS-CASO-EXISTE
002910         GO TO 4000-CONSULTAR-CASO-EXIT
002920     END-IF.
002930
002940     PERFORM 6100-MONTAR-PADROES THRU 6100-MONTAR-PADROES-EXIT.
002950     PERFORM 6200-DESCREVER-STATUS
002960         THRU 6200-DESCREVER-STATUS-EXIT.
002970     MOVE CAS-VAL-ENVIADOS TO WL-VALOR-ED.
002980     MOVE CAS-VAL-CREDITOS TO WL-VALOR-ED-2.
002990     DISPLAY 'Caso..............: ' CAS-ID-CASO.
003000     DISPLAY 'Conta.............: ' CAS-NUM-CONTA.
003010     MOVE CAS-NUM-CONTA TO CTM-NUM-CONTA.
003020     READ CONTA-MASTER
003030         KEY IS CTM-NUM-CONTA
003040         INVALID KEY
003050             DISPLAY 'Titular...........: CONTA NAO CADASTRADA'
003060         NOT INVALID KEY
003070             DISPLAY 'Titular...........: ' CTM-NOME-TITULAR
003080             DISPLAY 'Documento.........: ' CTM-DOCUMENTO
003090     END-READ.
003100     DISPLAY 'Aberto em.........: ' CAS-DATA-ABERTURA.
003110     DISPLAY 'Ultima deteccao...: ' CAS-DATA-ULT-DETECCAO.
003120     DISPLAY 'Deteccoes.........: ' CAS-QTD-DETECCOES.
003130     DISPLAY 'Pontuacao (maior).: ' CAS-PONTOS.
003140     DISPLAY 'Padroes...........: ' WS-PADROES
003150             ' (P1 PULVERIZACAO, P2 PASSAGEM, P3 SOB LIMITE)'.
003160     DISPLAY 'Pix enviados......: ' CAS-QTD-ENVIADOS
003170             '  Valor: ' WL-VALOR-ED.
003180     DISPLAY 'Creditos recebidos: ' WL-VALOR-ED-2.
003190     DISPLAY 'Rejeicoes limite..: ' CAS-QTD-REJEICOES.
003200     DISPLAY 'Situacao..........: ' WS-DESCRICAO-STATUS.
003210     IF NOT CAS-ABERTO
003220         DISPLAY 'Decidido por......: ' CAS-ID-OPER-DECISAO
003230                 ' em ' CAS-DATA-DECISAO ' ' CAS-HORA-DECISAO
003240         DISPLAY 'Motivo............: ' CAS-MOTIVO
003250     END-IF.
003260     IF CAS-CONTA-BLOQUEADA
003270         DISPLAY 'Bloqueio prevent..: ' CAS-DATA-BLOQUEIO
003280                 ' por ' CAS-ID-OPER-BLOQUEIO
003290     END-IF.
003300     IF CAS-COMUNICADO
003310         DISPLAY 'Comunicado em.....: ' CAS-DATA-COMUNICACAO
003320     END-IF.
003330 4000-CONSULTAR-CASO-EXIT.
003340     EXIT.
003350
003360*----------------------------------------------------------------
003370*    OPCAO [3] - DESCARTE DO CASO ABERTO, COM MOTIVO
003380*    OBRIGATORIO. UMA NOVA DETECCAO DA CONTA ABRE OUTRO CASO.
003390*----------------------------------------------------------------
003400 5000-DESCARTAR-CASO.
003410     DISPLAY 'Descarte de Caso'.
003420     PERFORM 6000-LER-CASO THRU 6000-LER-CASO-EXIT.
003430     IF NOT WS-CASO-EXISTE
003440         GO TO 5000-DESCARTAR-CASO-EXIT
003450     END-IF.
003460     IF NOT CAS-ABERTO
003470         DISPLAY 'Caso ja decidido. Descarte recusado.'
003480         GO TO 5000-DESCARTAR-CASO-EXIT
003490     END-IF.
003500
003510     DISPLAY 'Conta: ' CAS-NUM-CONTA '  Pontuacao: ' CAS-PONTOS.
003520     DISPLAY 'Motivo do descarte:'.
003530     ACCEPT WS-MOTIVO-INFORMADO.
003540     IF WS-MOTIVO-INFORMADO = SPACES
003550         DISPLAY 'Motivo nao pode ficar em branco.'
003560         GO TO 5000-DESCARTAR-CASO-EXIT
003570     END-IF.
003580
003590     MOVE 'D' TO CAS-STATUS.
003600     PERFORM 7000-REGISTRAR-DECISAO
003610         THRU 7000-REGISTRAR-DECISAO-EXIT.
003620 5000-DESCARTAR-CASO-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------
003660*    OPCAO [4] - BLOQUEIO PREVENTIVO DA CONTA DO CASO ABERTO. O
003670*    BLOQUEIO E GRAVADO EM BLOQUEIOS COMO EM BLOQUEIO-CONTA
003680*    (TIPO 'P', BLOQUEIO TOTAL, SOLICITANTE A MESA DE
003690*    COMPLIANCE E O NUMERO DO CASO NO LUGAR DO PROCESSO) E A
003700*    CONTA RECEBE STATUS 'B'. O LEVANTAMENTO E FEITO EM
003710*    BLOQUEIO-CONTA.
003720*----------------------------------------------------------------
003730 5100-BLOQUEAR-CONTA.
003740     DISPLAY 'Bloqueio Preventivo da Conta do Caso'.
003750     PERFORM 6000-LER-CASO THRU 6000-LER-CASO-EXIT.
003760     IF NOT WS-CASO-EXISTE
003770         GO TO 5100-BLOQUEAR-CONTA-EXIT
003780     END-IF.
003790     IF NOT CAS-ABERTO
003800         DISPLAY 'Caso ja decidido. Bloqueio recusado.'
003810         GO TO 5100-BLOQUEAR-CONTA-EXIT
003820     END-IF.
003830
003840     MOVE CAS-NUM-CONTA TO CTM-NUM-CONTA.
003850     READ CONTA-MASTER
003860         KEY IS CTM-NUM-CONTA
003870         INVALID KEY
003880             DISPLAY 'Conta nao encontrada.'
003890             GO TO 5100-BLOQUEAR-CONTA-EXIT
003900     END-READ.
003910     IF CTM-CONTA-ENCERRADA
003920         DISPLAY 'Conta encerrada. Bloqueio recusado.'
003930         GO TO 5100-BLOQUEAR-CONTA-EXIT
003940     END-IF.
003950     IF CTM-CONTA-BLOQUEADA
003960         DISPLAY 'Conta ja possui bloqueio em aberto.'
003970         GO TO 5100-BLOQUEAR-CONTA-EXIT
003980     END-IF.
003990
004000     DISPLAY 'Conta: ' CTM-NUM-CONTA ' - ' CTM-NOME-TITULAR.
004010     DISPLAY 'Motivo do bloqueio:'.
004020     ACCEPT WS-MOTIVO-INFORMADO.
004030     IF WS-MOTIVO-INFORMADO = SPACES
004040         DISPLAY 'Motivo nao pode ficar em branco.'
004050         GO TO 5100-BLOQUEAR-CONTA-EXIT
004060     END-IF.
004070     DISPLAY 'Bloqueio total da conta. Confirma (S/N)?'.
004080     ACCEPT WS-CONFIRMACAO.
004090     IF WS-CONFIRMACAO NOT = 'S'
004100         DISPLAY 'Bloqueio cancelado.'
004110         GO TO 5100-BLOQUEAR-CONTA-EXIT
004120     END-IF.
004130
004140     MOVE CAS-ID-CASO TO WS-PRB-ID-CASO.
004150     MOVE CAS-NUM-CONTA TO BLQ-NUM-CONTA.
004160     MOVE 'P' TO BLQ-TIPO-BLOQUEIO.
004170     MOVE 'MESA DE COMPLIANCE' TO BLQ-SOLICITANTE.
004180     MOVE WS-PROCESSO-BLOQUEIO TO BLQ-NUM-PROCESSO.
004190     MOVE WS-DATA-AAAAMMDD TO BLQ-DATA-BLOQUEIO.
004200     MOVE ZERO TO BLQ-VALOR-BLOQUEADO.
004210     MOVE 'A' TO BLQ-STATUS.
004220     MOVE PARM-ID-OPERADOR TO BLQ-ID-OPERADOR.
004230     MOVE ZERO TO BLQ-DATA-LEVANTAMENTO.
004240     MOVE SPACES TO BLQ-ID-OPER-LEVANT.
004250
004260*    UM BLOQUEIO ANTERIOR JA LEVANTADO DEIXA REGISTRO NO
004270*    ARQUIVO COM A MESMA CHAVE; NESSE CASO O REGISTRO E
004280*    REGRAVADO COM O NOVO BLOQUEIO.
004290     WRITE REG-BLOQUEIO
004300         INVALID KEY
004310             REWRITE REG-BLOQUEIO
004320                 INVALID KEY
004330                     DISPLAY 'ERRO AO GRAVAR BLOQUEIOS: '
004340                             WS-STATUS-BLOQJUD
004350                     GO TO 5100-BLOQUEAR-CONTA-EXIT
004360             END-REWRITE
004370     END-WRITE.
004380
004390     MOVE 'B' TO CTM-STATUS-CONTA.
004400     REWRITE REG-CONTA-MASTER
004410         INVALID KEY
004420             DISPLAY 'ERRO AO ATUALIZAR CONTA-MASTER: '
004430                     WS-STATUS-CTAMST
004440             GO TO 5100-BLOQUEAR-CONTA-EXIT
004450     END-REWRITE.
004460
004470     MOVE 'B' TO CAS-STATUS.
004480     MOVE 'S' TO CAS-IND-BLOQUEIO.
004490     MOVE WS-DATA-AAAAMMDD TO CAS-DATA-BLOQUEIO.
004500     MOVE PARM-ID-OPERADOR TO CAS-ID-OPER-BLOQUEIO.
004510     PERFORM 7000-REGISTRAR-DECISAO
004520         THRU 7000-REGISTRAR-DECISAO-EXIT.
004530 5100-BLOQUEAR-CONTA-EXIT.
004540     EXIT.
004550
004560*----------------------------------------------------------------
004570*    OPCAO [5] - MARCACAO DO CASO (ABERTO OU JA BLOQUEADO) PARA
004580*    COMUNICACAO AO COAF, COM A FUNDAMENTACAO OBRIGATORIA. O
004590*    BATCH COMUNICA-COAF GRAVA O CASO NO ARQUIVO DE COMUNICACAO
004600*    NA NOITE E O MARCA COMO COMUNICADO.
004610*----------------------------------------------------------------
004620 5200-MARCAR-COMUNICACAO.
004630     DISPLAY 'Marcacao para Comunicacao ao COAF'.
004640     PERFORM 6000-LER-CASO THRU 6000-LER-CASO-EXIT.
004650     IF NOT WS-CASO-EXISTE
004660         GO TO 5200-MARCAR-COMUNICACAO-EXIT
004670     END-IF.
004680     IF NOT CAS-ABERTO
004690         AND NOT CAS-BLOQUEADO
004700         DISPLAY 'Caso ja decidido. Marcacao recusada.'
004710         GO TO 5200-MARCAR-COMUNICACAO-EXIT
004720     END-IF.
004730
004740     DISPLAY 'Conta: ' CAS-NUM-CONTA '  Pontuacao: ' CAS-PONTOS.
004750     DISPLAY 'Fundamentacao da comunicacao:'.
004760     ACCEPT WS-MOTIVO-INFORMADO.
004770     IF WS-MOTIVO-INFORMADO = SPACES
004780         DISPLAY 'Fundamentacao nao pode ficar em branco.'
004790         GO TO 5200-MARCAR-COMUNICACAO-EXIT
004800     END-IF.
004810     DISPLAY 'O caso sera comunicado ao COAF. Confirma (S/N)?'.
004820     ACCEPT WS-CONFIRMACAO.
004830     IF WS-CONFIRMACAO NOT = 'S'
004840         DISPLAY 'Marcacao cancelada.'
004850         GO TO 5200-MARCAR-COMUNICACAO-EXIT
004860     END-IF.
004870
004880     MOVE 'C' TO CAS-STATUS.
004890     PERFORM 7000-REGISTRAR-DECISAO
004900         THRU 7000-REGISTRAR-DECISAO-EXIT.
004910 5200-MARCAR-COMUNICACAO-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------------
004950*    PEDE O NUMERO DO CASO E O LE, DEVOLVENDO O RESULTADO NO
004960*    INDICADOR WS-SW-CASO-EXISTE.
004970*----------------------------------------------------------------
004980 6000-LER-CASO.
004990     MOVE 'N' TO WS-SW-CASO-EXISTE.
005000     DISPLAY 'Numero do caso:'.
005010     ACCEPT WS-ID-CASO-INFORMADO.
005020     MOVE WS-ID-CASO-INFORMADO TO CAS-ID-CASO.
005030     READ CASO-SUSPEITA
005040         KEY IS CAS-ID-CASO
005050         INVALID KEY
005060             DISPLAY 'Caso nao encontrado.'
005070             GO TO 6000-LER-CASO-EXIT
005080     END-READ.
005090     MOVE 'S' TO WS-SW-CASO-EXISTE.
005100 6000-LER-CASO-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------------
005140*    MONTA EM WS-PADROES OS PADROES DETECTADOS NO CASO.
005150*----------------------------------------------------------------
005160 6100-MONTAR-PADROES.
005170     MOVE SPACES TO WS-PADROES.
005180     IF CAS-PULVERIZACAO
005190         MOVE 'P1' TO WS-PADROES(1:2)
005200     END-IF.
005210     IF CAS-PASSAGEM
005220         MOVE 'P2' TO WS-PADROES(4:2)
005230     END-IF.
005240     IF CAS-SOB-LIMITE
005250         MOVE 'P3' TO WS-PADROES(7:2)
005260     END-IF.
005270 6100-MONTAR-PADROES-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------------
005310*    DESCREVE EM WS-DESCRICAO-STATUS A SITUACAO DO CASO.
005320*----------------------------------------------------------------
005330 6200-DESCREVER-STATUS.
005340     EVALUATE TRUE
005350         WHEN CAS-ABERTO
005360             MOVE 'ABERTO' TO WS-DESCRICAO-STATUS
005370         WHEN CAS-DESCARTADO
005380             MOVE 'DESCARTADO' TO WS-DESCRICAO-STATUS
005390         WHEN CAS-BLOQUEADO
005400             MOVE 'BLOQUEIO PREVENTIVO' TO WS-DESCRICAO-STATUS
005410         WHEN CAS-A-COMUNICAR
005420             MOVE 'A COMUNICAR AO COAF' TO WS-DESCRICAO-STATUS
005430         WHEN CAS-COMUNICADO
005440             MOVE 'COMUNICADO AO COAF' TO WS-DESCRICAO-STATUS
005450         WHEN OTHER
005460             MOVE 'SITUACAO DESCONHECIDA' TO WS-DESCRICAO-STATUS
005470     END-EVALUATE.
005480 6200-DESCREVER-STATUS-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------------
005520*    GRAVA NO CASO A DECISAO (STATUS JA MOVIDO PELO PARAGRAFO
005530*    CHAMADOR), COM O SUPERVISOR, A DATA, A HORA E O MOTIVO, E A
005540*    REGISTRA NA TRILHA DE AUDITORIA.
005550*----------------------------------------------------------------
005560 7000-REGISTRAR-DECISAO.
005570     ACCEPT WS-HORA-COMPLETA FROM TIME.
005580     MOVE WS-MOTIVO-INFORMADO TO CAS-MOTIVO.
005590     MOVE PARM-ID-OPERADOR TO CAS-ID-OPER-DECISAO.
005600     MOVE WS-DATA-AAAAMMDD TO CAS-DATA-DECISAO.
005610     MOVE WS-HORA-HHMMSS TO CAS-HORA-DECISAO.
005620     REWRITE REG-CASO-SUSPEITA
005630         INVALID KEY
005640             DISPLAY 'ERRO AO ATUALIZAR CASO-SUSPEITA: '
005650                     WS-STATUS-CASOSUS
005660             GO TO 7000-REGISTRAR-DECISAO-EXIT
005670     END-REWRITE.
005680
005690     MOVE SPACES TO WS-AUD-DESCRICAO.
005700     EVALUATE TRUE
005710         WHEN CAS-DESCARTADO
005720             STRING 'CASO ' CAS-ID-CASO ' DESCARTADO CTA '
005730                    CAS-NUM-CONTA
005740                 DELIMITED BY SIZE INTO WS-AUD-DESCRICAO
005750             DISPLAY 'Caso descartado.'
005760         WHEN CAS-BLOQUEADO
005770             STRING 'CASO ' CAS-ID-CASO ' BLOQUEIO CTA '
005780                    CAS-NUM-CONTA
005790                 DELIMITED BY SIZE INTO WS-AUD-DESCRICAO
005800             DISPLAY 'Conta bloqueada preventivamente.'
005810         WHEN OTHER
005820             STRING 'CASO ' CAS-ID-CASO ' P/ COAF CTA '
005830                    CAS-NUM-CONTA
005840                 DELIMITED BY SIZE INTO WS-AUD-DESCRICAO
005850             DISPLAY 'Caso marcado para comunicacao ao COAF.'
005860     END-EVALUATE.
005870     PERFORM 8000-GRAVAR-AUDITORIA
005880         THRU 8000-GRAVAR-AUDITORIA-EXIT.
005890 7000-REGISTRAR-DECISAO-EXIT.
005900     EXIT.
005910
005920*----------------------------------------------------------------
005930*    GRAVA A DECISAO NA TRILHA DE AUDITORIA (EVENTO 'S'). O
005940*    OPERADOR DA TRILHA E O SUPERVISOR QUE DECIDIU; O CASO E A
005950*    CONTA VAO NA DESCRICAO, PREENCHIDA EM WS-AUD-DESCRICAO PELO
005960*    PARAGRAFO CHAMADOR.
005970*----------------------------------------------------------------
005980 8000-GRAVAR-AUDITORIA.
005990     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
006000     ACCEPT WS-HORA-COMPLETA FROM TIME.
006010     MOVE WS-DATA-AAAAMMDD TO AUD-DATA.
006020     MOVE WS-HORA-HHMMSS TO AUD-HORA.
006030     MOVE PARM-ID-OPERADOR TO AUD-ID-OPERADOR.
006040     MOVE 'S' TO AUD-TIPO-EVENTO.
006050     MOVE WS-AUD-DESCRICAO TO AUD-DESCRICAO.
006060     WRITE REG-AUDITORIA.
006070     IF WS-STATUS-AUDITR NOT = '00'
006080         DISPLAY 'ERRO AO GRAVAR AUDITORIA: '
006090                 WS-STATUS-AUDITR
006100     END-IF.
006110 8000-GRAVAR-AUDITORIA-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------------
006150*    ENCERRAMENTO DOS ARQUIVOS.
006160*----------------------------------------------------------------
006170 9999-FINALIZAR.
006180     CLOSE CASO-SUSPEITA.
006190     CLOSE CONTA-MASTER.
006200     CLOSE BLOQUEIOS.
006210     CLOSE AUDITORIA.
006220 9999-FINALIZAR-EXIT.
006230     EXIT.
