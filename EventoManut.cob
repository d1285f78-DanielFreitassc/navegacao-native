000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EVENTO-MANUT.
000120 AUTHOR. DANIEL L. FREITAS.
000130 INSTALLATION. AGENCIA CENTRAL - SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*    DESCRICAO: MANUTENCAO DA TABELA DE EVENTOS CONTABEIS DO PIX
000180*               (EVENTO-CONTABIL). INCLUSAO E ALTERACAO DAS
000190*               CONTAS CONTABEIS DE DEBITO E CREDITO DE UM
000200*               EVENTO, CONSULTA, EXCLUSAO E LISTAGEM DA TABELA.
000210*               SO SAO ACEITOS OS EVENTOS GERADOS PELO BATCH DE
000220*               CONTABILIZACAO (CONTABILIZA-PIX), QUE LE A
000230*               TABELA. CHAMADO PELO MENU-PRINCIPAL DE
000240*               TELA-LOGIN, RESTRITO A SUPERVISORES.
000250*    HISTORICO DE ALTERACOES
000260*    DATA       AUTOR     DESCRICAO
000270*    15/10/2026 DLF       CRIACAO DO PROGRAMA.
000280*----------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT EVENTO-CONTABIL
000340         ASSIGN TO "EVTCTB"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS EVC-COD-EVENTO
000380         FILE STATUS IS WS-STATUS-EVTCTB.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420
000430 FD  EVENTO-CONTABIL
000440     LABEL RECORD IS STANDARD.
000450 COPY CTEVCT.
000460
000470 WORKING-STORAGE SECTION.
000480
000490*    CODIGOS DE RETORNO DE I-O
000500 01  WS-STATUS-EVTCTB            PIC X(02).
000510
000520*    DATA DO SISTEMA
000530 01  WS-DATA-AAAAMMDD            PIC 9(08).
000540
000550*    CAMPOS DE TELA DO MENU DE MANUTENCAO
000560 01  WS-OPCAO-EVENTO             PIC X(01).
000570 01  WS-CONTINUAR-EVENTO         PIC X(01) VALUE 'S'.
000580
000590*    AREA DE TRABALHO - INCLUSAO, ALTERACAO E CONSULTA
000600 01  WS-EVENTO-INFORMADO         PIC X(04).
000610 01  WS-DESCRICAO-INFORMADA      PIC X(30).
000620 01  WS-CONTA-DEB-INFORMADA      PIC X(12).
000630 01  WS-CONTA-CRED-INFORMADA     PIC X(12).
000640 01  WS-SW-EVENTO-EXISTE         PIC X(01) VALUE 'N'.
000650     88  WS-EVENTO-EXISTE            VALUE 'S'.
000660 01  WS-SW-FIM-EVTCTB            PIC X(01) VALUE 'N'.
000670     88  WS-FIM-EVTCTB               VALUE 'Y'.
000680 01  WS-QTD-LISTADOS             PIC 9(03) COMP VALUE ZERO.
000690
000700 LINKAGE SECTION.
000710 01  PARM-ID-OPERADOR            PIC X(08).
000720
000730 PROCEDURE DIVISION USING PARM-ID-OPERADOR.
000740
000750 0000-MAINLINE.
000760     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
000770     PERFORM 2000-MENU-EVENTOS.
000780     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
000790     GOBACK.
000800
000810*----------------------------------------------------------------
000820*    ABERTURA DA TABELA. NA PRIMEIRA UTILIZACAO A TABELA DE
000830*    EVENTOS AINDA NAO EXISTE E PRECISA SER CRIADA ANTES DE
000840*    PODER SER ABERTA EM MODO I-O.
000850*----------------------------------------------------------------
000860 1000-INICIALIZAR.
000870     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
000880*    O PROGRAMA PERMANECE NO ESTADO DA ULTIMA CHAMADA ENTRE UM
000890*    CALL E OUTRO; O INDICADOR DE LACO DO MENU PRECISA SER
000900*    REARMADO A CADA ENTRADA.
000910     MOVE 'S' TO WS-CONTINUAR-EVENTO.
000920
000930     OPEN I-O EVENTO-CONTABIL.
000940     IF WS-STATUS-EVTCTB NOT = '00'
000950         OPEN OUTPUT EVENTO-CONTABIL
000960         CLOSE EVENTO-CONTABIL
000970         OPEN I-O EVENTO-CONTABIL
000980     END-IF.
000990     IF WS-STATUS-EVTCTB NOT = '00'
001000         DISPLAY 'ERRO AO ABRIR EVENTO-CONTABIL - STATUS '
001010                 WS-STATUS-EVTCTB
001020         GOBACK
001030     END-IF.
001040 1000-INICIALIZAR-EXIT.
001050     EXIT.
001060
001070*----------------------------------------------------------------
001080*    MENU DE MANUTENCAO DE EVENTOS CONTABEIS
001090*----------------------------------------------------------------
001100 2000-MENU-EVENTOS.
001110     DISPLAY 'Eventos Contabeis Pix - Operador: '
001120             PARM-ID-OPERADOR.
001130     DISPLAY '[1] Incluir/Alterar Evento'.
001140     DISPLAY '[2] Consultar Evento'.
001150     DISPLAY '[3] Excluir Evento'.
001160     DISPLAY '[4] Listar Tabela de Eventos'.
001170     DISPLAY '[5] Voltar ao Menu Principal'.
001180     ACCEPT WS-OPCAO-EVENTO.
001190
001200     EVALUATE TRUE
001210         WHEN WS-OPCAO-EVENTO = '1'
001220             PERFORM 3000-INCLUIR-ALTERAR
001230                 THRU 3000-INCLUIR-ALTERAR-EXIT
001240         WHEN WS-OPCAO-EVENTO = '2'
001250             PERFORM 4000-CONSULTAR-EVENTO
001260                 THRU 4000-CONSULTAR-EVENTO-EXIT
001270         WHEN WS-OPCAO-EVENTO = '3'
001280             PERFORM 5000-EXCLUIR-EVENTO
001290                 THRU 5000-EXCLUIR-EVENTO-EXIT
001300         WHEN WS-OPCAO-EVENTO = '4'
001310             PERFORM 5500-LISTAR-EVENTOS
001320                 THRU 5500-LISTAR-EVENTOS-EXIT
001330         WHEN WS-OPCAO-EVENTO = '5'
001340             MOVE 'N' TO WS-CONTINUAR-EVENTO
001350         WHEN OTHER
001360             DISPLAY 'Opcao invalida.'
001370     END-EVALUATE.
001380
001390     IF WS-CONTINUAR-EVENTO = 'S'
001400         PERFORM 2000-MENU-EVENTOS
001410     END-IF.
001420
001430*----------------------------------------------------------------
001440*    OPCAO [1] - INCLUSAO OU ALTERACAO DAS CONTAS DE UM EVENTO.
001450*    AS DUAS CONTAS SAO OBRIGATORIAS E NAO PODEM SER IGUAIS,
001460*    SALVO NO PIX INTERNO (PXIN), EM QUE DEBITO E CREDITO SAO
001470*    CONTAS DE CLIENTES DA PROPRIA AGENCIA.
001480*----------------------------------------------------------------
001490 3000-INCLUIR-ALTERAR.
001500     DISPLAY 'Inclusao/Alteracao de Evento'.
001510     DISPLAY 'Codigo do evento (PXEN/PXIN/PXRC/PXDV/PXDN/PXES/'
001520             'PXTF):'.
001530     ACCEPT WS-EVENTO-INFORMADO.
001540     MOVE WS-EVENTO-INFORMADO TO EVC-COD-EVENTO.
001550     IF NOT EVC-EVENTO-VALIDO
001560         DISPLAY 'Evento nao gerado pela contabilizacao.'
001570         GO TO 3000-INCLUIR-ALTERAR-EXIT
001580     END-IF.
001590
001600     PERFORM 6000-LER-EVENTO THRU 6000-LER-EVENTO-EXIT.
001610     IF WS-EVENTO-EXISTE
001620         DISPLAY 'Descricao atual: ' EVC-DESCRICAO
001630         DISPLAY 'Debito atual...: ' EVC-CONTA-DEBITO
001640                 '  Credito atual: ' EVC-CONTA-CREDITO
001650     END-IF.
001660
001670     DISPLAY 'Descricao do evento:'.
001680     ACCEPT WS-DESCRICAO-INFORMADA.
001690     DISPLAY 'Conta contabil a debitar:'.
001700     ACCEPT WS-CONTA-DEB-INFORMADA.
001710     DISPLAY 'Conta contabil a creditar:'.
001720     ACCEPT WS-CONTA-CRED-INFORMADA.
001730
001740     IF WS-CONTA-DEB-INFORMADA = SPACES
001750         OR WS-CONTA-CRED-INFORMADA = SPACES
001760         DISPLAY 'Contas de debito e credito sao obrigatorias.'
001770         GO TO 3000-INCLUIR-ALTERAR-EXIT
001780     END-IF.
001790     IF WS-CONTA-DEB-INFORMADA = WS-CONTA-CRED-INFORMADA
001800         AND WS-EVENTO-INFORMADO NOT = 'PXIN'
001810         DISPLAY 'Conta de debito igual a conta de credito.'
001820         GO TO 3000-INCLUIR-ALTERAR-EXIT
001830     END-IF.
001840
001850     MOVE WS-EVENTO-INFORMADO TO EVC-COD-EVENTO.
001860     MOVE WS-DESCRICAO-INFORMADA TO EVC-DESCRICAO.
001870     MOVE WS-CONTA-DEB-INFORMADA TO EVC-CONTA-DEBITO.
001880     MOVE WS-CONTA-CRED-INFORMADA TO EVC-CONTA-CREDITO.
001890     MOVE PARM-ID-OPERADOR TO EVC-ID-OPERADOR.
001900     MOVE WS-DATA-AAAAMMDD TO EVC-DATA-ALTERACAO.
001910
001920     IF WS-EVENTO-EXISTE
001930         REWRITE REG-EVENTO-CONTABIL
001940             INVALID KEY
001950                 DISPLAY 'ERRO AO ATUALIZAR EVENTO-CONTABIL: '
001960                         WS-STATUS-EVTCTB
001970                 GO TO 3000-INCLUIR-ALTERAR-EXIT
001980         END-REWRITE
001990         DISPLAY 'Evento alterado com sucesso.'
002000     ELSE
002010         WRITE REG-EVENTO-CONTABIL
002020             INVALID KEY
002030                 DISPLAY 'ERRO AO GRAVAR EVENTO-CONTABIL: '
002040                         WS-STATUS-EVTCTB
002050                 GO TO 3000-INCLUIR-ALTERAR-EXIT
002060         END-WRITE
002070         DISPLAY 'Evento incluido com sucesso.'
002080     END-IF.
002090 3000-INCLUIR-ALTERAR-EXIT.
002100     EXIT.
002110
002120*----------------------------------------------------------------
002130*    OPCAO [2] - CONSULTA DAS CONTAS DE UM EVENTO.
002140*----------------------------------------------------------------
002150 4000-CONSULTAR-EVENTO.
002160     DISPLAY 'Consulta de Evento'.
002170     DISPLAY 'Codigo do evento:'.
002180     ACCEPT WS-EVENTO-INFORMADO.
002190
002200     PERFORM 6000-LER-EVENTO THRU 6000-LER-EVENTO-EXIT.
002210     IF NOT WS-EVENTO-EXISTE
002220         DISPLAY 'Evento sem contas cadastradas (nao lancado).'
002230         GO TO 4000-CONSULTAR-EVENTO-EXIT
002240     END-IF.
002250
002260     DISPLAY 'Evento...........: ' EVC-COD-EVENTO
002270             ' ' EVC-DESCRICAO.
002280     DISPLAY 'Conta a debitar..: ' EVC-CONTA-DEBITO.
002290     DISPLAY 'Conta a creditar.: ' EVC-CONTA-CREDITO.
002300     DISPLAY 'Ultima alteracao.: ' EVC-DATA-ALTERACAO
002310             ' por ' EVC-ID-OPERADOR.
002320 4000-CONSULTAR-EVENTO-EXIT.
002330     EXIT.
002340
002350*----------------------------------------------------------------
002360*    OPCAO [3] - EXCLUSAO DE UM EVENTO. O MOVIMENTO DO EVENTO
002370*    PASSA A SAIR COMO PENDENTE NO CONTROLE DA CONTABILIZACAO
002380*    ATE QUE AS CONTAS SEJAM CADASTRADAS DE NOVO.
002390*----------------------------------------------------------------
002400 5000-EXCLUIR-EVENTO.
002410     DISPLAY 'Exclusao de Evento'.
002420     DISPLAY 'Codigo do evento:'.
002430     ACCEPT WS-EVENTO-INFORMADO.
002440
002450     PERFORM 6000-LER-EVENTO THRU 6000-LER-EVENTO-EXIT.
002460     IF NOT WS-EVENTO-EXISTE
002470         DISPLAY 'Evento sem contas cadastradas.'
002480         GO TO 5000-EXCLUIR-EVENTO-EXIT
002490     END-IF.
002500
002510     DELETE EVENTO-CONTABIL
002520         INVALID KEY
002530             DISPLAY 'ERRO AO EXCLUIR EVENTO-CONTABIL: '
002540                     WS-STATUS-EVTCTB
002550             GO TO 5000-EXCLUIR-EVENTO-EXIT
002560     END-DELETE.
002570
002580     DISPLAY 'Evento excluido com sucesso.'.
002590 5000-EXCLUIR-EVENTO-EXIT.
002600     EXIT.
002610
002620*----------------------------------------------------------------
002630*    OPCAO [4] - LISTAGEM DA TABELA DE EVENTOS.
002640*----------------------------------------------------------------
002650 5500-LISTAR-EVENTOS.
002660     MOVE ZERO TO WS-QTD-LISTADOS.
002670     MOVE 'N' TO WS-SW-FIM-EVTCTB.
002680     MOVE LOW-VALUES TO EVC-COD-EVENTO.
002690     START EVENTO-CONTABIL KEY IS NOT LESS THAN EVC-COD-EVENTO
002700         INVALID KEY
002710             MOVE 'Y' TO WS-SW-FIM-EVTCTB
002720     END-START.
002730
002740     DISPLAY 'Evento Descricao                      '
002750             'Debito       Credito'.
002760     PERFORM 5510-LISTAR-EVENTO THRU 5510-LISTAR-EVENTO-EXIT
002770         UNTIL WS-FIM-EVTCTB.
002780
002790     IF WS-QTD-LISTADOS = ZERO
002800         DISPLAY 'Tabela de eventos vazia.'
002810     END-IF.
002820 5500-LISTAR-EVENTOS-EXIT.
002830     EXIT.
002840
002850 5510-LISTAR-EVENTO.
002860     READ EVENTO-CONTABIL NEXT RECORD
002870         AT END
002880             MOVE 'Y' TO WS-SW-FIM-EVTCTB
002890             GO TO 5510-LISTAR-EVENTO-EXIT
002900     END-READ.
002910     ADD 1 TO WS-QTD-LISTADOS.
002920     DISPLAY EVC-COD-EVENTO '   ' EVC-DESCRICAO ' '
002930             EVC-CONTA-DEBITO ' ' EVC-CONTA-CREDITO.
002940 5510-LISTAR-EVENTO-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------------
002980*    LE O EVENTO EM WS-EVENTO-INFORMADO E DEVOLVE O RESULTADO
002990*    NO INDICADOR WS-SW-EVENTO-EXISTE.
003000*----------------------------------------------------------------
003010 6000-LER-EVENTO.
003020     MOVE 'N' TO WS-SW-EVENTO-EXISTE.
003030     MOVE WS-EVENTO-INFORMADO TO EVC-COD-EVENTO.
003040     READ EVENTO-CONTABIL
003050         KEY IS EVC-COD-EVENTO
003060         INVALID KEY
003070             GO TO 6000-LER-EVENTO-EXIT
003080     END-READ.
003090     MOVE 'S' TO WS-SW-EVENTO-EXISTE.
003100 6000-LER-EVENTO-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------------
003140*    ENCERRAMENTO DOS ARQUIVOS.
003150*----------------------------------------------------------------
003160 9999-FINALIZAR.
003170     CLOSE EVENTO-CONTABIL.
003180 9999-FINALIZAR-EXIT.
003190     EXIT.
