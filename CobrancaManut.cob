000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. COBRANCA-MANUT.
000120 AUTHOR. DANIEL L. FREITAS.
000130 INSTALLATION. AGENCIA CENTRAL - SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*    DESCRICAO: MANUTENCAO DO CADASTRO DE COBRANCAS PIX
000180*               (COBRANCA-PIX). INCLUSAO DA COBRANCA EMITIDA
000190*               PELO CLIENTE RECEBEDOR (TXID, CONTA RECEBEDORA,
000200*               VALOR, VENCIMENTO, DATA LIMITE DE PAGAMENTO E
000210*               DOCUMENTO DO PAGADOR), ALTERACAO E CANCELAMENTO
000220*               DA COBRANCA AINDA ABERTA, E CONSULTA. A CONTA
000230*               RECEBEDORA DEVE EXISTIR NO CONTA-MASTER E NAO
000240*               PODE ESTAR ENCERRADA. A COBRANCA E BAIXADA PELO
000250*               BATCH CARGA-PIX QUANDO O CREDITO COM O TXID
000260*               CHEGA DA REDE. CHAMADO PELO MENU-PRINCIPAL DE
000270*               TELA-LOGIN.
000280*    HISTORICO DE ALTERACOES
000290*    DATA       AUTOR     DESCRICAO
000300*    15/10/2026 DLF       CRIACAO DO PROGRAMA.
000310*----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT COBRANCA-PIX
000370         ASSIGN TO "COBPIX"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS COB-TXID
000410         FILE STATUS IS WS-STATUS-COBPIX.
000420
000430     SELECT CONTA-MASTER
000440         ASSIGN TO "CTAMST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CTM-NUM-CONTA
000480         FILE STATUS IS WS-STATUS-CTAMST.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520
000530 FD  COBRANCA-PIX
000540     LABEL RECORD IS STANDARD.
000550 COPY CTCOBR.
000560
000570 FD  CONTA-MASTER
000580     LABEL RECORD IS STANDARD.
000590 COPY CTCTAM.
000600
000610 WORKING-STORAGE SECTION.
000620
000630*    CODIGOS DE RETORNO DE I-O
000640 01  WS-STATUS-COBPIX            PIC X(02).
000650 01  WS-STATUS-CTAMST            PIC X(02).
000660
000670*    DATA DO SISTEMA
000680 01  WS-DATA-AAAAMMDD            PIC 9(08).
000690
000700*    CAMPOS DE TELA DO MENU DE MANUTENCAO
000710 01  WS-OPCAO-COBRANCA           PIC X(01).
000720 01  WS-CONTINUAR-COBRANCA       PIC X(01) VALUE 'S'.
000730
000740*    AREA DE TRABALHO - INCLUSAO, ALTERACAO E CANCELAMENTO
000750 01  WS-TXID-INFORMADO           PIC X(35).
000760 01  WS-CONTA-INFORMADA          PIC 9(10).
000770 01  WS-VALOR-INFORMADO          PIC 9(09)V99.
000780 01  WS-VENCIMENTO-INFORMADO     PIC 9(08).
000790 01  WS-LIMITE-INFORMADO         PIC 9(08).
000800 01  WS-DOC-INFORMADO            PIC X(14).
000810 01  WS-CONFIRMACAO              PIC X(01).
000820 01  WS-SW-CONTA-EXISTE          PIC X(01) VALUE 'N'.
000830     88  WS-CONTA-EXISTE             VALUE 'S'.
000840 01  WS-SW-COBRANCA-EXISTE       PIC X(01) VALUE 'N'.
000850     88  WS-COBRANCA-EXISTE          VALUE 'S'.
000860 01  WS-SW-DADOS-VALIDOS         PIC X(01) VALUE 'N'.
000870     88  WS-DADOS-VALIDOS            VALUE 'S'.
000880 01  WS-DESC-STATUS              PIC X(14).
000890 01  WL-VALOR-ED                 PIC -ZZZ,ZZZ,ZZ9.99.
000900
000910*    CRITICA DE DATA AAAAMMDD
000920 01  WS-DATA-CRITICA             PIC 9(08).
000930 01  WS-DATA-CRITICA-R REDEFINES WS-DATA-CRITICA.
000940     05  WS-DC-ANO               PIC 9(04).
000950     05  WS-DC-MES               PIC 9(02).
000960     05  WS-DC-DIA               PIC 9(02).
000970 01  WS-SW-DATA-VALIDA           PIC X(01) VALUE 'N'.
000980     88  WS-DATA-VALIDA              VALUE 'S'.
000990
001000 LINKAGE SECTION.
001010 01  PARM-ID-OPERADOR            PIC X(08).
001020
001030 PROCEDURE DIVISION USING PARM-ID-OPERADOR.
001040
001050 0000-MAINLINE.
001060     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001070     PERFORM 2000-MENU-COBRANCAS.
001080     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001090     GOBACK.
001100
001110*----------------------------------------------------------------
001120*    ABERTURA DOS ARQUIVOS. NA PRIMEIRA UTILIZACAO O CADASTRO DE
001130*    COBRANCAS AINDA NAO EXISTE E PRECISA SER CRIADO ANTES DE
001140*    PODER SER ABERTO EM MODO I-O.
001150*----------------------------------------------------------------
001160 1000-INICIALIZAR.
001170     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
001180*    O PROGRAMA PERMANECE NO ESTADO DA ULTIMA CHAMADA ENTRE UM
001190*    CALL E OUTRO; O INDICADOR DE LACO DO MENU PRECISA SER
001200*    REARMADO A CADA ENTRADA.
001210     MOVE 'S' TO WS-CONTINUAR-COBRANCA.
001220
001230     OPEN I-O COBRANCA-PIX.
001240     IF WS-STATUS-COBPIX NOT = '00'
001250         OPEN OUTPUT COBRANCA-PIX
001260         CLOSE COBRANCA-PIX
001270         OPEN I-O COBRANCA-PIX
001280     END-IF.
001290     IF WS-STATUS-COBPIX NOT = '00'
001300         DISPLAY 'ERRO AO ABRIR COBRANCA-PIX - STATUS '
001310                 WS-STATUS-COBPIX
001320         GOBACK
001330     END-IF.
001340
001350     OPEN INPUT CONTA-MASTER.
001360     IF WS-STATUS-CTAMST NOT = '00'
001370         DISPLAY 'ERRO AO ABRIR CONTA-MASTER - STATUS '
001380                 WS-STATUS-CTAMST
001390         CLOSE COBRANCA-PIX
001400         GOBACK
001410     END-IF.
001420 1000-INICIALIZAR-EXIT.
001430     EXIT.
001440
001450*----------------------------------------------------------------
001460*    MENU DE MANUTENCAO DE COBRANCAS
001470*----------------------------------------------------------------
001480 2000-MENU-COBRANCAS.
001490     DISPLAY 'Cobrancas Pix - Operador: ' PARM-ID-OPERADOR.
001500     DISPLAY '[1] Incluir Cobranca'.
001510     DISPLAY '[2] Alterar Cobranca'.
001520     DISPLAY '[3] Cancelar Cobranca'.
001530     DISPLAY '[4] Consultar Cobranca'.
001540     DISPLAY '[5] Voltar ao Menu Principal'.
001550     ACCEPT WS-OPCAO-COBRANCA.
001560
001570     EVALUATE TRUE
001580         WHEN WS-OPCAO-COBRANCA = '1'
001590             PERFORM 3000-INCLUIR-COBRANCA
001600                 THRU 3000-INCLUIR-COBRANCA-EXIT
001610         WHEN WS-OPCAO-COBRANCA = '2'
001620             PERFORM 4000-ALTERAR-COBRANCA
001630                 THRU 4000-ALTERAR-COBRANCA-EXIT
001640         WHEN WS-OPCAO-COBRANCA = '3'
001650             PERFORM 5000-CANCELAR-COBRANCA
001660                 THRU 5000-CANCELAR-COBRANCA-EXIT
001670         WHEN WS-OPCAO-COBRANCA = '4'
001680             PERFORM 5500-CONSULTAR-COBRANCA
001690                 THRU 5500-CONSULTAR-COBRANCA-EXIT
001700         WHEN WS-OPCAO-COBRANCA = '5'
001710             MOVE 'N' TO WS-CONTINUAR-COBRANCA
001720         WHEN OTHER
001730             DISPLAY 'Opcao invalida.'
001740     END-EVALUATE.
001750
001760     IF WS-CONTINUAR-COBRANCA = 'S'
001770         PERFORM 2000-MENU-COBRANCAS
001780     END-IF.
001790
001800*----------------------------------------------------------------
001810*    OPCAO [1] - INCLUSAO DE COBRANCA. O TXID E O INFORMADO PELO
001820*    CLIENTE RECEBEDOR E NAO PODE SE REPETIR NO CADASTRO.
001830*----------------------------------------------------------------
001840 3000-INCLUIR-COBRANCA.
001850     DISPLAY 'Inclusao de Cobranca'.
001860     DISPLAY 'Identificador da transacao (txid):'.
001870     ACCEPT WS-TXID-INFORMADO.
001880     IF WS-TXID-INFORMADO = SPACES
001890         DISPLAY 'Txid nao informado.'
001900         GO TO 3000-INCLUIR-COBRANCA-EXIT
001910     END-IF.
001920
001930     PERFORM 6000-LER-COBRANCA THRU 6000-LER-COBRANCA-EXIT.
001940     IF WS-COBRANCA-EXISTE
001950         DISPLAY 'Txid ja cadastrado. Inclusao recusada.'
001960         GO TO 3000-INCLUIR-COBRANCA-EXIT
001970     END-IF.
001980
001990     DISPLAY 'Numero da conta recebedora:'.
002000     ACCEPT WS-CONTA-INFORMADA.
002010     PERFORM 6100-LER-CONTA THRU 6100-LER-CONTA-EXIT.
002020     IF NOT WS-CONTA-EXISTE
002030         DISPLAY 'Conta nao encontrada no CONTA-MASTER.'
002040         GO TO 3000-INCLUIR-COBRANCA-EXIT
002050     END-IF.
002060     IF CTM-CONTA-ENCERRADA
002070         DISPLAY 'Conta encerrada. Inclusao recusada.'
002080         GO TO 3000-INCLUIR-COBRANCA-EXIT
002090     END-IF.
002100
002110     PERFORM 6200-COLETAR-DADOS THRU 6200-COLETAR-DADOS-EXIT.
002120     IF NOT WS-DADOS-VALIDOS
002130         GO TO 3000-INCLUIR-COBRANCA-EXIT
002140     END-IF.
002150
002160     MOVE WS-TXID-INFORMADO TO COB-TXID.
002170     MOVE WS-CONTA-INFORMADA TO COB-NUM-CONTA.
002180     MOVE WS-VALOR-INFORMADO TO COB-VALOR.
002190     MOVE WS-VENCIMENTO-INFORMADO TO COB-DATA-VENCIMENTO.
002200     MOVE WS-LIMITE-INFORMADO TO COB-DATA-LIMITE.
002210     MOVE WS-DOC-INFORMADO TO COB-DOC-PAGADOR.
002220     MOVE 'A' TO COB-STATUS.
002230     MOVE ZERO TO COB-VALOR-PAGO.
002240     MOVE ZERO TO COB-DATA-PAGAMENTO.
002250     MOVE ZERO TO COB-ID-PENDENCIA.
002260     MOVE ZERO TO COB-DATA-BAIXA.
002270     MOVE WS-DATA-AAAAMMDD TO COB-DATA-CRIACAO.
002280     MOVE PARM-ID-OPERADOR TO COB-ID-OPERADOR.
002290     MOVE WS-DATA-AAAAMMDD TO COB-DATA-ALTERACAO.
002300     WRITE REG-COBRANCA-PIX
002310         INVALID KEY
002320             DISPLAY 'ERRO AO GRAVAR COBRANCA-PIX: '
002330                     WS-STATUS-COBPIX
002340             GO TO 3000-INCLUIR-COBRANCA-EXIT
002350     END-WRITE.
002360     DISPLAY 'Cobranca incluida com sucesso.'.
002370 3000-INCLUIR-COBRANCA-EXIT.
002380     EXIT.
002390
002400*----------------------------------------------------------------
002410*    OPCAO [2] - ALTERACAO DE VALOR, VENCIMENTO, DATA LIMITE E
002420*    PAGADOR DA COBRANCA AINDA ABERTA. O TXID E A CONTA
002430*    RECEBEDORA NAO MUDAM.
002440*----------------------------------------------------------------
002450 4000-ALTERAR-COBRANCA.
002460     DISPLAY 'Alteracao de Cobranca'.
002470     DISPLAY 'Identificador da transacao (txid):'.
002480     ACCEPT WS-TXID-INFORMADO.
002490
002500     PERFORM 6000-LER-COBRANCA THRU 6000-LER-COBRANCA-EXIT.
002510     IF NOT WS-COBRANCA-EXISTE
002520         DISPLAY 'Cobranca nao encontrada.'
002530         GO TO 4000-ALTERAR-COBRANCA-EXIT
002540     END-IF.
002550     IF NOT COB-ABERTA
002560         PERFORM 6300-DESCREVER-STATUS
002570             THRU 6300-DESCREVER-STATUS-EXIT
002580         DISPLAY 'Cobranca ' WS-DESC-STATUS
002590                 '. Alteracao recusada.'
002600         GO TO 4000-ALTERAR-COBRANCA-EXIT
002610     END-IF.
002620
002630     MOVE COB-VALOR TO WL-VALOR-ED.
002640     DISPLAY 'Conta recebedora: ' COB-NUM-CONTA
002650             ' valor atual ' WL-VALOR-ED.
002660     DISPLAY 'Vencimento atual: ' COB-DATA-VENCIMENTO
002670             ' limite ' COB-DATA-LIMITE
002680             ' pagador ' COB-DOC-PAGADOR.
002690
002700     PERFORM 6200-COLETAR-DADOS THRU 6200-COLETAR-DADOS-EXIT.
002710     IF NOT WS-DADOS-VALIDOS
002720         GO TO 4000-ALTERAR-COBRANCA-EXIT
002730     END-IF.
002740
002750     MOVE WS-VALOR-INFORMADO TO COB-VALOR.
002760     MOVE WS-VENCIMENTO-INFORMADO TO COB-DATA-VENCIMENTO.
002770     MOVE WS-LIMITE-INFORMADO TO COB-DATA-LIMITE.
002780     MOVE WS-DOC-INFORMADO TO COB-DOC-PAGADOR.
002790     MOVE PARM-ID-OPERADOR TO COB-ID-OPERADOR.
002800     MOVE WS-DATA-AAAAMMDD TO COB-DATA-ALTERACAO.
002810     REWRITE REG-COBRANCA-PIX
002820         INVALID KEY
002830             DISPLAY 'ERRO AO ATUALIZAR COBRANCA-PIX: '
002840                     WS-STATUS-COBPIX
002850             GO TO 4000-ALTERAR-COBRANCA-EXIT
002860     END-REWRITE.
002870     DISPLAY 'Cobranca alterada com sucesso.'.
002880 4000-ALTERAR-COBRANCA-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------------
002920*    OPCAO [3] - CANCELAMENTO DA COBRANCA AINDA ABERTA. O
002930*    CREDITO QUE CHEGAR DEPOIS COM O TXID CANCELADO E ACEITO
002940*    PELO CARGA-PIX, MAS FICA NAO CASADO.
002950*----------------------------------------------------------------
002960 5000-CANCELAR-COBRANCA.
002970     DISPLAY 'Cancelamento de Cobranca'.
002980     DISPLAY 'Identificador da transacao (txid):'.
002990     ACCEPT WS-TXID-INFORMADO.
003000
003010     PERFORM 6000-LER-COBRANCA THRU 6000-LER-COBRANCA-EXIT.
003020     IF NOT WS-COBRANCA-EXISTE
003030         DISPLAY 'Cobranca nao encontrada.'
003040         GO TO 5000-CANCELAR-COBRANCA-EXIT
003050     END-IF.
003060     IF NOT COB-ABERTA
003070         PERFORM 6300-DESCREVER-STATUS
003080             THRU 6300-DESCREVER-STATUS-EXIT
003090         DISPLAY 'Cobranca ' WS-DESC-STATUS
003100                 '. Cancelamento recusado.'
003110         GO TO 5000-CANCELAR-COBRANCA-EXIT
003120     END-IF.
003130
003140     MOVE COB-VALOR TO WL-VALOR-ED.
003150     DISPLAY 'Conta ' COB-NUM-CONTA ' valor ' WL-VALOR-ED
003160             ' vencimento ' COB-DATA-VENCIMENTO.
003170     DISPLAY 'Confirma o cancelamento (S/N)?'.
003180     ACCEPT WS-CONFIRMACAO.
003190     IF WS-CONFIRMACAO NOT = 'S'
003200         DISPLAY 'Cancelamento nao efetuado.'
003210         GO TO 5000-CANCELAR-COBRANCA-EXIT
003220     END-IF.
003230
003240     MOVE 'C' TO COB-STATUS.
003250     MOVE WS-DATA-AAAAMMDD TO COB-DATA-BAIXA.
003260     MOVE PARM-ID-OPERADOR TO COB-ID-OPERADOR.
003270     MOVE WS-DATA-AAAAMMDD TO COB-DATA-ALTERACAO.
003280     REWRITE REG-COBRANCA-PIX
003290         INVALID KEY
003300             DISPLAY 'ERRO AO ATUALIZAR COBRANCA-PIX: '
003310                     WS-STATUS-COBPIX
003320             GO TO 5000-CANCELAR-COBRANCA-EXIT
003330     END-REWRITE.
003340     DISPLAY 'Cobranca cancelada com sucesso.'.
003350 5000-CANCELAR-COBRANCA-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------------
003390*    OPCAO [4] - CONSULTA DA COBRANCA PELO TXID.
003400*----------------------------------------------------------------
003410 5500-CONSULTAR-COBRANCA.
003420     DISPLAY 'Consulta de Cobranca'.
003430     DISPLAY 'Identificador da transacao (txid):'.
003440     ACCEPT WS-TXID-INFORMADO.
003450
003460     PERFORM 6000-LER-COBRANCA THRU 6000-LER-COBRANCA-EXIT.
003470     IF NOT WS-COBRANCA-EXISTE
003480         DISPLAY 'Cobranca nao encontrada.'
003490         GO TO 5500-CONSULTAR-COBRANCA-EXIT
003500     END-IF.
003510
003520     PERFORM 6300-DESCREVER-STATUS
003530         THRU 6300-DESCREVER-STATUS-EXIT.
003540     DISPLAY 'Txid.............: ' COB-TXID.
003550     DISPLAY 'Conta recebedora.: ' COB-NUM-CONTA.
003560     MOVE COB-VALOR TO WL-VALOR-ED.
003570     DISPLAY 'Valor............: ' WL-VALOR-ED.
003580     DISPLAY 'Vencimento.......: ' COB-DATA-VENCIMENTO.
003590     DISPLAY 'Data limite......: ' COB-DATA-LIMITE.
003600     DISPLAY 'Doc. do pagador..: ' COB-DOC-PAGADOR.
003610     DISPLAY 'Situacao.........: ' WS-DESC-STATUS.
003620     IF NOT COB-ABERTA
003630         AND NOT COB-CANCELADA
003640         AND NOT COB-EXPIRADA
003650         MOVE COB-VALOR-PAGO TO WL-VALOR-ED
003660         DISPLAY 'Valor pago.......: ' WL-VALOR-ED
003670         DISPLAY 'Data do pagamento: ' COB-DATA-PAGAMENTO
003680                 ' pendencia ' COB-ID-PENDENCIA
003690     END-IF.
003700     IF COB-CANCELADA
003710         OR COB-EXPIRADA
003720         DISPLAY 'Data da baixa....: ' COB-DATA-BAIXA
003730     END-IF.
003740     DISPLAY 'Ultima alteracao.: ' COB-DATA-ALTERACAO
003750             ' por ' COB-ID-OPERADOR.
003760 5500-CONSULTAR-COBRANCA-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------------
003800*    LE A COBRANCA DO TXID EM WS-TXID-INFORMADO E DEVOLVE O
003810*    RESULTADO NO INDICADOR WS-SW-COBRANCA-EXISTE.
003820*----------------------------------------------------------------
003830 6000-LER-COBRANCA.
003840     MOVE 'N' TO WS-SW-COBRANCA-EXISTE.
003850     MOVE WS-TXID-INFORMADO TO COB-TXID.
003860     READ COBRANCA-PIX
003870         KEY IS COB-TXID
003880         INVALID KEY
003890             GO TO 6000-LER-COBRANCA-EXIT
003900     END-READ.
003910     MOVE 'S' TO WS-SW-COBRANCA-EXISTE.
003920 6000-LER-COBRANCA-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------------
003960*    LE A CONTA INFORMADA EM WS-CONTA-INFORMADA E DEVOLVE O
003970*    RESULTADO NO INDICADOR WS-SW-CONTA-EXISTE.
003980*----------------------------------------------------------------
003990 6100-LER-CONTA.
004000     MOVE 'N' TO WS-SW-CONTA-EXISTE.
004010     MOVE WS-CONTA-INFORMADA TO CTM-NUM-CONTA.
004020     READ CONTA-MASTER
004030         KEY IS CTM-NUM-CONTA
004040         INVALID KEY
004050             GO TO 6100-LER-CONTA-EXIT
004060     END-READ.
004070     MOVE 'S' TO WS-SW-CONTA-EXISTE.
004080 6100-LER-CONTA-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------
004120*    COLETA E CRITICA DOS DADOS DA COBRANCA (VALOR, VENCIMENTO,
004130*    DATA LIMITE E DOCUMENTO DO PAGADOR), COMUM A INCLUSAO E A
004140*    ALTERACAO. DATA LIMITE NAO INFORMADA (ZERO) ASSUME O
004150*    VENCIMENTO. DEVOLVE O RESULTADO EM WS-SW-DADOS-VALIDOS.
004160*----------------------------------------------------------------
004170 6200-COLETAR-DADOS.
004180     MOVE 'N' TO WS-SW-DADOS-VALIDOS.
004190
004200     DISPLAY 'Valor da cobranca:'.
004210     ACCEPT WS-VALOR-INFORMADO.
004220     IF WS-VALOR-INFORMADO = ZERO
004230         DISPLAY 'Valor deve ser maior que zero.'
004240         GO TO 6200-COLETAR-DADOS-EXIT
004250     END-IF.
004260
004270     DISPLAY 'Data de vencimento (AAAAMMDD):'.
004280     ACCEPT WS-VENCIMENTO-INFORMADO.
004290     MOVE WS-VENCIMENTO-INFORMADO TO WS-DATA-CRITICA.
004300     PERFORM 6400-CRITICAR-DATA THRU 6400-CRITICAR-DATA-EXIT.
004310     IF NOT WS-DATA-VALIDA
004320         DISPLAY 'Data de vencimento invalida.'
004330         GO TO 6200-COLETAR-DADOS-EXIT
004340     END-IF.
004350     IF WS-VENCIMENTO-INFORMADO < WS-DATA-AAAAMMDD
004360         DISPLAY 'Vencimento anterior a data de hoje.'
004370         GO TO 6200-COLETAR-DADOS-EXIT
004380     END-IF.
004390
004400     DISPLAY 'Data limite de pagamento (AAAAMMDD, 0 = '
004410             'vencimento):'.
004420     ACCEPT WS-LIMITE-INFORMADO.
004430     IF WS-LIMITE-INFORMADO = ZERO
004440         MOVE WS-VENCIMENTO-INFORMADO TO WS-LIMITE-INFORMADO
004450     END-IF.
004460     MOVE WS-LIMITE-INFORMADO TO WS-DATA-CRITICA.
004470     PERFORM 6400-CRITICAR-DATA THRU 6400-CRITICAR-DATA-EXIT.
004480     IF NOT WS-DATA-VALIDA
004490         DISPLAY 'Data limite invalida.'
004500         GO TO 6200-COLETAR-DADOS-EXIT
004510     END-IF.
004520     IF WS-LIMITE-INFORMADO < WS-VENCIMENTO-INFORMADO
004530         DISPLAY 'Data limite anterior ao vencimento.'
004540         GO TO 6200-COLETAR-DADOS-EXIT
004550     END-IF.
004560
004570     DISPLAY 'CPF/CNPJ do pagador:'.
004580     ACCEPT WS-DOC-INFORMADO.
004590     IF WS-DOC-INFORMADO = SPACES
004600         DISPLAY 'Documento do pagador nao informado.'
004610         GO TO 6200-COLETAR-DADOS-EXIT
004620     END-IF.
004630
004640     MOVE 'S' TO WS-SW-DADOS-VALIDOS.
004650 6200-COLETAR-DADOS-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------
004690*    DESCRICAO DA SITUACAO DA COBRANCA LIDA, EM WS-DESC-STATUS.
004700*----------------------------------------------------------------
004710 6300-DESCREVER-STATUS.
004720     EVALUATE TRUE
004730         WHEN COB-ABERTA
004740             MOVE 'ABERTA' TO WS-DESC-STATUS
004750         WHEN COB-PAGA
004760             MOVE 'PAGA' TO WS-DESC-STATUS
004770         WHEN COB-PAGA-MENOR
004780             MOVE 'PAGA A MENOR' TO WS-DESC-STATUS
004790         WHEN COB-PAGA-MAIOR
004800             MOVE 'PAGA A MAIOR' TO WS-DESC-STATUS
004810         WHEN COB-CANCELADA
004820             MOVE 'CANCELADA' TO WS-DESC-STATUS
004830         WHEN COB-EXPIRADA
004840             MOVE 'EXPIRADA' TO WS-DESC-STATUS
004850         WHEN OTHER
004860             MOVE 'DESCONHECIDA' TO WS-DESC-STATUS
004870     END-EVALUATE.
004880 6300-DESCREVER-STATUS-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------
004920*    CRITICA DA DATA AAAAMMDD EM WS-DATA-CRITICA (MES DE 1 A 12,
004930*    DIA DE 1 A 31). DEVOLVE O RESULTADO EM WS-SW-DATA-VALIDA.
004940*----------------------------------------------------------------
004950 6400-CRITICAR-DATA.
004960     MOVE 'N' TO WS-SW-DATA-VALIDA.
004970     IF WS-DC-ANO < 2000
004980         OR WS-DC-MES < 1 OR WS-DC-MES > 12
004990         OR WS-DC-DIA < 1 OR WS-DC-DIA > 31
005000         GO TO 6400-CRITICAR-DATA-EXIT
005010     END-IF.
005020     MOVE 'S' TO WS-SW-DATA-VALIDA.
005030 6400-CRITICAR-DATA-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------------
005070*    ENCERRAMENTO DOS ARQUIVOS.
005080*----------------------------------------------------------------
005090 9999-FINALIZAR.
005100     CLOSE COBRANCA-PIX.
005110     CLOSE CONTA-MASTER.
005120 9999-FINALIZAR-EXIT.
005130     EXIT.
