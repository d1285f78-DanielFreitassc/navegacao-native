000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. OPERADOR-MANUT.
000120 AUTHOR. DANIEL L. FREITAS.
000130 INSTALLATION. AGENCIA CENTRAL - SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*    DESCRICAO: MANUTENCAO DO CADASTRO MESTRE DE OPERADORES
000180*               (USUARIO-MASTER). INCLUSAO DE OPERADOR COM SENHA
000190*               INICIAL, ALTERACAO DO NOME E DO PERFIL,
000200*               DESATIVACAO DEFINITIVA E REINICIO DE SENHA. O
000210*               OPERADOR DESATIVADO NAO E EXCLUIDO: O REGISTRO
000220*               FICA NO CADASTRO COM STATUS 'I' PARA QUE AS
000230*               REFERENCIAS ANTIGAS (AUDITORIA, PXO-ID-OPERADOR
000240*               E DEMAIS) CONTINUEM SE RESOLVENDO, E O ID NAO
000250*               PODE SER REAPROVEITADO. TODA ALTERACAO SAI NA
000260*               TRILHA DE AUDITORIA (EVENTO 'U') COM O
000270*               SUPERVISOR QUE A FEZ E O OPERADOR ALTERADO. O
000280*               SUPERVISOR NAO PODE ALTERAR O PROPRIO PERFIL,
000290*               DESATIVAR-SE OU REINICIAR A PROPRIA SENHA.
000300*               CHAMADO PELO MENU-PRINCIPAL DE TELA-LOGIN,
000310*               RESTRITO A SUPERVISORES.
000320*    HISTORICO DE ALTERACOES
000330*    DATA       AUTOR     DESCRICAO
000340*    15/10/2026 DLF       CRIACAO DO PROGRAMA.
000342*    15/10/2026 DLF       INCLUIDA OPCAO [5] ALCADA POR PERFIL -
000344*                         VALOR ACIMA DO QUAL O PIX CAPTADO POR
000346*                         OPERADOR DO PERFIL EXIGE APROVACAO DE
000348*                         UM SUPERVISOR (ALCADA-PERFIL).
000350*----------------------------------------------------------------
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT USUARIO-MASTER
000410         ASSIGN TO "USRMST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS USM-ID-OPERADOR
000450         FILE STATUS IS WS-STATUS-USRMST.
000460
000470     SELECT AUDITORIA
000480         ASSIGN TO "AUDITR"
000490         ORGANIZATION IS SEQUENTIAL
000500         ACCESS MODE IS SEQUENTIAL
000510         FILE STATUS IS WS-STATUS-AUDITR.
000520
000522     SELECT ALCADA-PERFIL
000524         ASSIGN TO "ALCADA"
000526         ORGANIZATION IS INDEXED
000527         ACCESS MODE IS DYNAMIC
000528         RECORD KEY IS ALC-PERFIL
000529         FILE STATUS IS WS-STATUS-ALCADA.
000530
000535 DATA DIVISION.
000540 FILE SECTION.
000550
000560 FD  USUARIO-MASTER
000570     LABEL RECORD IS STANDARD.
000580 COPY CTUSRM.
000590
000600 FD  AUDITORIA
000610     LABEL RECORD IS STANDARD.
000620 COPY CTAUDT.
000630
000632 FD  ALCADA-PERFIL
000634     LABEL RECORD IS STANDARD.
000636 COPY CTALCD.
000638
000640 WORKING-STORAGE SECTION.
000650
000660*    CODIGOS DE RETORNO DE I-O
000670 01  WS-STATUS-USRMST            PIC X(02).
000680 01  WS-STATUS-AUDITR            PIC X(02).
000685 01  WS-STATUS-ALCADA            PIC X(02).
000690
000700*    DATA E HORA DO SISTEMA
000710 01  WS-DATA-AAAAMMDD            PIC 9(08).
000720 01  WS-HORA-COMPLETA.
000730     05  WS-HORA-HHMMSS          PIC 9(06).
000740     05  WS-HORA-CENTESIMOS      PIC 9(02).
000750
000760*    CAMPOS DE TELA DO MENU DE MANUTENCAO
000770 01  WS-OPCAO-OPERADOR           PIC X(01).
000780 01  WS-CONTINUAR-OPERADOR       PIC X(01) VALUE 'S'.
000790
000800*    AREA DE TRABALHO - INCLUSAO, ALTERACAO, DESATIVACAO E
000810*    REINICIO DE SENHA
000820 01  WS-ID-INFORMADO             PIC X(08).
000830 01  WS-NOME-INFORMADO           PIC X(30).
000840 01  WS-PERFIL-INFORMADO         PIC X(01).
000850 01  WS-SENHA-INFORMADA          PIC X(20).
000860 01  WS-SENHA-CONFERE            PIC X(20).
000870 01  WS-CONFIRMACAO              PIC X(01).
000880 01  WS-PERFIL-ANTERIOR          PIC X(01).
000890 01  WS-IDX-SENHA                PIC 9(02) COMP.
000900 01  WS-SW-OPERADOR-EXISTE       PIC X(01) VALUE 'N'.
000910     88  WS-OPERADOR-EXISTE          VALUE 'S'.
000920
000930*    AREA DE TRABALHO - TRILHA DE AUDITORIA
000940 01  WS-AUD-DESCRICAO            PIC X(40).
000950
000951*    AREA DE TRABALHO - ALCADA POR PERFIL
000952 01  WS-VALOR-ALCADA-DIG         PIC 9(09)V99.
000953 01  WS-VALOR-ALCADA             PIC S9(09)V99 COMP-3.
000954 01  WS-SW-ALCADA-EXISTE         PIC X(01) VALUE 'N'.
000955     88  WS-ALCADA-EXISTE            VALUE 'S'.
000956 01  WL-VALOR-ED                 PIC -ZZZ,ZZZ,ZZ9.99.
000958
000960 LINKAGE SECTION.
000970 01  PARM-ID-OPERADOR            PIC X(08).
000980
000990 PROCEDURE DIVISION USING PARM-ID-OPERADOR.
001000
001010 0000-MAINLINE.
001020     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001030     PERFORM 2000-MENU-OPERADORES.
001040     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001050     GOBACK.
001060
001070*----------------------------------------------------------------
001080*    ABERTURA DO USUARIO-MASTER E DA TRILHA DE AUDITORIA
001090*    (GRAVADA POR EXTENSAO).
001100*----------------------------------------------------------------
001110 1000-INICIALIZAR.
001120     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
001130*    O PROGRAMA PERMANECE NO ESTADO DA ULTIMA CHAMADA ENTRE UM
001140*    CALL E OUTRO; O INDICADOR DE LACO DO MENU PRECISA SER
001150*    REARMADO A CADA ENTRADA.
001160     MOVE 'S' TO WS-CONTINUAR-OPERADOR.
001170
001180     OPEN I-O USUARIO-MASTER.
001190     IF WS-STATUS-USRMST NOT = '00'
001200         DISPLAY 'ERRO AO ABRIR USUARIO-MASTER - STATUS '
001210                 WS-STATUS-USRMST
001220         GOBACK
001230     END-IF.
001240
001250     OPEN EXTEND AUDITORIA.
001260     IF WS-STATUS-AUDITR NOT = '00'
001270         OPEN OUTPUT AUDITORIA
001280         CLOSE AUDITORIA
001290         OPEN EXTEND AUDITORIA
001300     END-IF.
001302
001304     OPEN I-O ALCADA-PERFIL.
001306     IF WS-STATUS-ALCADA NOT = '00'
001308         OPEN OUTPUT ALCADA-PERFIL
001309         CLOSE ALCADA-PERFIL
001310         OPEN I-O ALCADA-PERFIL
001311     END-IF.
001312 1000-INICIALIZAR-EXIT.
001320     EXIT.
001330
001340*----------------------------------------------------------------
001350*    MENU DE MANUTENCAO DE OPERADORES
001360*----------------------------------------------------------------
001370 2000-MENU-OPERADORES.
001380     DISPLAY 'Manutencao de Operadores - Operador: '
001390             PARM-ID-OPERADOR.
001400     DISPLAY '[1] Incluir Operador'.
001410     DISPLAY '[2] Alterar Nome/Perfil de Operador'.
001420     DISPLAY '[3] Desativar Operador'.
001430     DISPLAY '[4] Reiniciar Senha de Operador'.
001440     DISPLAY '[5] Alcada de Pix por Perfil'.
001445     DISPLAY '[6] Voltar ao Menu Principal'.
001450     ACCEPT WS-OPCAO-OPERADOR.
001460
001470     EVALUATE TRUE
001480         WHEN WS-OPCAO-OPERADOR = '1'
001490             PERFORM 3000-INCLUIR-OPERADOR
001500                 THRU 3000-INCLUIR-OPERADOR-EXIT
001510         WHEN WS-OPCAO-OPERADOR = '2'
001520             PERFORM 4000-ALTERAR-OPERADOR
001530                 THRU 4000-ALTERAR-OPERADOR-EXIT
001540         WHEN WS-OPCAO-OPERADOR = '3'
001550             PERFORM 5000-DESATIVAR-OPERADOR
001560                 THRU 5000-DESATIVAR-OPERADOR-EXIT
001570         WHEN WS-OPCAO-OPERADOR = '4'
001580             PERFORM 5500-REINICIAR-SENHA
001590                 THRU 5500-REINICIAR-SENHA-EXIT
001600         WHEN WS-OPCAO-OPERADOR = '5'
001602             PERFORM 5600-MANTER-ALCADA
001604                 THRU 5600-MANTER-ALCADA-EXIT
001606         WHEN WS-OPCAO-OPERADOR = '6'
001610             MOVE 'N' TO WS-CONTINUAR-OPERADOR
001620         WHEN OTHER
001630             DISPLAY 'Opcao invalida.'
001640     END-EVALUATE.
001650
001660     IF WS-CONTINUAR-OPERADOR = 'S'
001670         PERFORM 2000-MENU-OPERADORES
001680     END-IF.
001690
001700*----------------------------------------------------------------
001710*    OPCAO [1] - INCLUSAO DE OPERADOR. O ID NAO PODE EXISTIR NO
001720*    CADASTRO, NEM MESMO COMO OPERADOR DESATIVADO. A SENHA
001730*    INICIAL NASCE EXPIRADA (DATA DE TROCA ZERADA), FORCANDO A
001740*    TROCA NO PRIMEIRO LOGIN.
001750*----------------------------------------------------------------
001760 3000-INCLUIR-OPERADOR.
001770     DISPLAY 'Inclusao de Operador'.
001780     DISPLAY 'ID do operador:'.
001790     ACCEPT WS-ID-INFORMADO.
001800     IF WS-ID-INFORMADO = SPACES
001810         DISPLAY 'ID do operador nao pode ficar em branco.'
001820         GO TO 3000-INCLUIR-OPERADOR-EXIT
001830     END-IF.
001840
001850     PERFORM 6000-LER-OPERADOR THRU 6000-LER-OPERADOR-EXIT.
001860     IF WS-OPERADOR-EXISTE
001870         IF USM-STATUS-INATIVO
001880             DISPLAY 'ID pertence a operador desativado e nao'
001890                     ' pode ser reaproveitado.'
001900         ELSE
001910             DISPLAY 'Operador ja cadastrado. Inclusao recusada.'
001920         END-IF
001930         GO TO 3000-INCLUIR-OPERADOR-EXIT
001940     END-IF.
001950
001960     DISPLAY 'Nome do operador:'.
001970     ACCEPT WS-NOME-INFORMADO.
001980     IF WS-NOME-INFORMADO = SPACES
001990         DISPLAY 'Nome do operador nao pode ficar em branco.'
002000         GO TO 3000-INCLUIR-OPERADOR-EXIT
002010     END-IF.
002020
002030     DISPLAY 'Perfil (S = supervisor, T = caixa):'.
002040     ACCEPT WS-PERFIL-INFORMADO.
002050     IF WS-PERFIL-INFORMADO NOT = 'S'
002060             AND WS-PERFIL-INFORMADO NOT = 'T'
002070         DISPLAY 'Perfil invalido. Inclusao recusada.'
002080         GO TO 3000-INCLUIR-OPERADOR-EXIT
002090     END-IF.
002100
002110     PERFORM 6100-PEDIR-SENHA-INICIAL
002120         THRU 6100-PEDIR-SENHA-INICIAL-EXIT.
002130     IF WS-SENHA-INFORMADA = SPACES
002140         GO TO 3000-INCLUIR-OPERADOR-EXIT
002150     END-IF.
002160
002170     MOVE WS-ID-INFORMADO TO USM-ID-OPERADOR.
002180     MOVE WS-SENHA-INFORMADA TO USM-SENHA.
002190     MOVE WS-NOME-INFORMADO TO USM-NOME-OPERADOR.
002200     MOVE WS-PERFIL-INFORMADO TO USM-PERFIL.
002210     MOVE 'A' TO USM-STATUS-CADASTRO.
002220     MOVE ZERO TO USM-QTD-TENTATIVAS-FALHAS.
002230     MOVE ZERO TO USM-DATA-ULT-TROCA.
002240     MOVE SPACES TO USM-TAB-SENHAS-ANT.
002250     WRITE REG-USUARIO-MASTER
002260         INVALID KEY
002270             DISPLAY 'ERRO AO GRAVAR USUARIO-MASTER: '
002280                     WS-STATUS-USRMST
002290             GO TO 3000-INCLUIR-OPERADOR-EXIT
002300     END-WRITE.
002310
002320     MOVE SPACES TO WS-AUD-DESCRICAO.
002330     STRING 'OPER ' WS-ID-INFORMADO ' INCLUIDO PERFIL '
002340            WS-PERFIL-INFORMADO
002350         DELIMITED BY SIZE INTO WS-AUD-DESCRICAO.
002360     PERFORM 8000-GRAVAR-AUDITORIA
002370         THRU 8000-GRAVAR-AUDITORIA-EXIT.
002380
002390     DISPLAY 'Operador incluido com sucesso. A senha inicial'
002400             ' devera ser trocada no primeiro login.'.
002410 3000-INCLUIR-OPERADOR-EXIT.
002420     EXIT.
002430
002440*----------------------------------------------------------------
002450*    OPCAO [2] - ALTERACAO DO NOME E DO PERFIL DO OPERADOR.
002460*    NOME EM BRANCO MANTEM O ATUAL. O SUPERVISOR NAO PODE
002470*    ALTERAR O PROPRIO PERFIL (SOMENTE O NOME).
002480*----------------------------------------------------------------
002490 4000-ALTERAR-OPERADOR.
002500     DISPLAY 'Alteracao de Operador'.
002510     DISPLAY 'ID do operador:'.
002520     ACCEPT WS-ID-INFORMADO.
002530
002540     PERFORM 6000-LER-OPERADOR THRU 6000-LER-OPERADOR-EXIT.
002550     IF NOT WS-OPERADOR-EXISTE
002560         DISPLAY 'Operador nao encontrado.'
002570         GO TO 4000-ALTERAR-OPERADOR-EXIT
002580     END-IF.
002590     IF USM-STATUS-INATIVO
002600         DISPLAY 'Operador desativado. Alteracao recusada.'
002610         GO TO 4000-ALTERAR-OPERADOR-EXIT
002620     END-IF.
002630
002640     DISPLAY 'Nome atual.: ' USM-NOME-OPERADOR.
002650     DISPLAY 'Perfil atual: ' USM-PERFIL.
002660     DISPLAY 'Novo nome (branco = manter):'.
002670     ACCEPT WS-NOME-INFORMADO.
002680
002690     MOVE USM-PERFIL TO WS-PERFIL-ANTERIOR.
002700     MOVE USM-PERFIL TO WS-PERFIL-INFORMADO.
002710     IF WS-ID-INFORMADO = PARM-ID-OPERADOR
002720         DISPLAY 'O proprio perfil nao pode ser alterado;'
002730                 ' somente o nome.'
002740     ELSE
002750         DISPLAY 'Novo perfil (S = supervisor, T = caixa,'
002760                 ' branco = manter):'
002770         ACCEPT WS-PERFIL-INFORMADO
002780         IF WS-PERFIL-INFORMADO = SPACE
002790             MOVE WS-PERFIL-ANTERIOR TO WS-PERFIL-INFORMADO
002800         END-IF
002810     END-IF.
002820     IF WS-PERFIL-INFORMADO NOT = 'S'
002830             AND WS-PERFIL-INFORMADO NOT = 'T'
002840         DISPLAY 'Perfil invalido. Alteracao recusada.'
002850         GO TO 4000-ALTERAR-OPERADOR-EXIT
002860     END-IF.
002870
002880     IF WS-NOME-INFORMADO = SPACES
002890             AND WS-PERFIL-INFORMADO = WS-PERFIL-ANTERIOR
002900         DISPLAY 'Nenhuma alteracao informada.'
002910         GO TO 4000-ALTERAR-OPERADOR-EXIT
002920     END-IF.
002930
002940     IF WS-NOME-INFORMADO NOT = SPACES
002950         MOVE WS-NOME-INFORMADO TO USM-NOME-OPERADOR
002960     END-IF.
002970     MOVE WS-PERFIL-INFORMADO TO USM-PERFIL.
002980     REWRITE REG-USUARIO-MASTER
002990         INVALID KEY
003000             DISPLAY 'ERRO AO ATUALIZAR USUARIO-MASTER: '
003010                     WS-STATUS-USRMST
003020             GO TO 4000-ALTERAR-OPERADOR-EXIT
003030     END-REWRITE.
003040
003050     IF WS-NOME-INFORMADO NOT = SPACES
003060         MOVE SPACES TO WS-AUD-DESCRICAO
003070         STRING 'OPER ' WS-ID-INFORMADO ' NOME ALTERADO'
003080             DELIMITED BY SIZE INTO WS-AUD-DESCRICAO
003090         PERFORM 8000-GRAVAR-AUDITORIA
003100             THRU 8000-GRAVAR-AUDITORIA-EXIT
003110     END-IF.
003120     IF WS-PERFIL-INFORMADO NOT = WS-PERFIL-ANTERIOR
003130         MOVE SPACES TO WS-AUD-DESCRICAO
003140         STRING 'OPER ' WS-ID-INFORMADO ' PERFIL '
003150                WS-PERFIL-ANTERIOR ' PARA ' WS-PERFIL-INFORMADO
003160             DELIMITED BY SIZE INTO WS-AUD-DESCRICAO
003170         PERFORM 8000-GRAVAR-AUDITORIA
003180             THRU 8000-GRAVAR-AUDITORIA-EXIT
003190     END-IF.
003200
003210     DISPLAY 'Operador alterado com sucesso.'.
003220 4000-ALTERAR-OPERADOR-EXIT.
003230     EXIT.
003240
003250*----------------------------------------------------------------
003260*    OPCAO [3] - DESATIVACAO DEFINITIVA DO OPERADOR. O REGISTRO
003270*    PERMANECE NO CADASTRO COM STATUS 'I' E O LOGIN PASSA A SER
003280*    RECUSADO; NAO HA REATIVACAO (O DESBLOQUEIO DE TELA-LOGIN
003290*    TAMBEM RECUSA OPERADOR DESATIVADO).
003300*----------------------------------------------------------------
003310 5000-DESATIVAR-OPERADOR.
003320     DISPLAY 'Desativacao de Operador'.
003330     DISPLAY 'ID do operador:'.
003340     ACCEPT WS-ID-INFORMADO.
003350
003360     IF WS-ID-INFORMADO = PARM-ID-OPERADOR
003370         DISPLAY 'O supervisor nao pode desativar o proprio'
003380                 ' cadastro.'
003390         GO TO 5000-DESATIVAR-OPERADOR-EXIT
003400     END-IF.
003410
003420     PERFORM 6000-LER-OPERADOR THRU 6000-LER-OPERADOR-EXIT.
003430     IF NOT WS-OPERADOR-EXISTE
003440         DISPLAY 'Operador nao encontrado.'
003450         GO TO 5000-DESATIVAR-OPERADOR-EXIT
003460     END-IF.
003470     IF USM-STATUS-INATIVO
003480         DISPLAY 'Operador ja esta desativado.'
003490         GO TO 5000-DESATIVAR-OPERADOR-EXIT
003500     END-IF.
003510
003520     DISPLAY 'Operador: ' USM-NOME-OPERADOR.
003530     DISPLAY 'A desativacao e definitiva. Confirma (S/N)?'.
003540     ACCEPT WS-CONFIRMACAO.
003550     IF WS-CONFIRMACAO NOT = 'S'
003560         DISPLAY 'Desativacao cancelada.'
003570         GO TO 5000-DESATIVAR-OPERADOR-EXIT
003580     END-IF.
003590
003600     MOVE 'I' TO USM-STATUS-CADASTRO.
003610     REWRITE REG-USUARIO-MASTER
003620         INVALID KEY
003630             DISPLAY 'ERRO AO ATUALIZAR USUARIO-MASTER: '
003640                     WS-STATUS-USRMST
003650             GO TO 5000-DESATIVAR-OPERADOR-EXIT
003660     END-REWRITE.
003670
003680     MOVE SPACES TO WS-AUD-DESCRICAO.
003690     STRING 'OPER ' WS-ID-INFORMADO ' DESATIVADO'
003700         DELIMITED BY SIZE INTO WS-AUD-DESCRICAO.
003710     PERFORM 8000-GRAVAR-AUDITORIA
003720         THRU 8000-GRAVAR-AUDITORIA-EXIT.
003730
003740     DISPLAY 'Operador desativado com sucesso.'.
003750 5000-DESATIVAR-OPERADOR-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------------
003790*    OPCAO [4] - REINICIO DE SENHA. A SENHA INFORMADA PELO
003800*    SUPERVISOR PASSA A SER A SENHA DO OPERADOR, JA EXPIRADA
003810*    (DATA DE TROCA ZERADA), E O OPERADOR E OBRIGADO A TROCA-LA
003820*    NO PROXIMO LOGIN. A SENHA QUE SAI DE USO ENTRA NO
003830*    HISTORICO, COMO NA TROCA FEITA PELO PROPRIO OPERADOR. O
003840*    SUPERVISOR TROCA A PROPRIA SENHA PELA OPCAO [S] DO MENU.
003850*----------------------------------------------------------------
003860 5500-REINICIAR-SENHA.
003870     DISPLAY 'Reinicio de Senha de Operador'.
003880     DISPLAY 'ID do operador:'.
003890     ACCEPT WS-ID-INFORMADO.
003900
003910     IF WS-ID-INFORMADO = PARM-ID-OPERADOR
003920         DISPLAY 'Para a propria senha use a opcao [S] do'
003930                 ' menu principal.'
003940         GO TO 5500-REINICIAR-SENHA-EXIT
003950     END-IF.
003960
003970     PERFORM 6000-LER-OPERADOR THRU 6000-LER-OPERADOR-EXIT.
003980     IF NOT WS-OPERADOR-EXISTE
003990         DISPLAY 'Operador nao encontrado.'
004000         GO TO 5500-REINICIAR-SENHA-EXIT
004010     END-IF.
004020     IF USM-STATUS-INATIVO
004030         DISPLAY 'Operador desativado. Reinicio recusado.'
004040         GO TO 5500-REINICIAR-SENHA-EXIT
004050     END-IF.
004060
004070     PERFORM 6100-PEDIR-SENHA-INICIAL
004080         THRU 6100-PEDIR-SENHA-INICIAL-EXIT.
004090     IF WS-SENHA-INFORMADA = SPACES
004100         GO TO 5500-REINICIAR-SENHA-EXIT
004110     END-IF.
004120
004130     PERFORM 5510-DESLOCAR-HISTORICO
004140         THRU 5510-DESLOCAR-HISTORICO-EXIT
004150         VARYING WS-IDX-SENHA FROM 5 BY -1
004160         UNTIL WS-IDX-SENHA < 2.
004170     MOVE USM-SENHA TO USM-SENHA-ANTERIOR (1).
004180     MOVE WS-SENHA-INFORMADA TO USM-SENHA.
004190     MOVE ZERO TO USM-DATA-ULT-TROCA.
004200     MOVE ZERO TO USM-QTD-TENTATIVAS-FALHAS.
004210     REWRITE REG-USUARIO-MASTER
004220         INVALID KEY
004230             DISPLAY 'ERRO AO ATUALIZAR USUARIO-MASTER: '
004240                     WS-STATUS-USRMST
004250             GO TO 5500-REINICIAR-SENHA-EXIT
004260     END-REWRITE.
004270
004280     MOVE SPACES TO WS-AUD-DESCRICAO.
004290     STRING 'OPER ' WS-ID-INFORMADO ' SENHA REINICIADA'
004300         DELIMITED BY SIZE INTO WS-AUD-DESCRICAO.
004310     PERFORM 8000-GRAVAR-AUDITORIA
004320         THRU 8000-GRAVAR-AUDITORIA-EXIT.
004330
004340     DISPLAY 'Senha reiniciada. O operador devera troca-la no'
004350             ' proximo login.'.
004360     IF USM-STATUS-BLOQUEADO
004370         DISPLAY 'Atencao: o operador continua bloqueado por'
004380                 ' tentativas (opcao [4] do menu principal).'
004390     END-IF.
004400 5500-REINICIAR-SENHA-EXIT.
004410     EXIT.
004420
004430 5510-DESLOCAR-HISTORICO.
004440     MOVE USM-SENHA-ANTERIOR (WS-IDX-SENHA - 1)
004450         TO USM-SENHA-ANTERIOR (WS-IDX-SENHA).
004460 5510-DESLOCAR-HISTORICO-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------------
004500*    LE O OPERADOR INFORMADO EM WS-ID-INFORMADO E DEVOLVE O
004510*    RESULTADO NO INDICADOR WS-SW-OPERADOR-EXISTE.
004520*----------------------------------------------------------------
004530 6000-LER-OPERADOR.
004540     MOVE 'N' TO WS-SW-OPERADOR-EXISTE.
004550     MOVE WS-ID-INFORMADO TO USM-ID-OPERADOR.
004560     READ USUARIO-MASTER
004570         KEY IS USM-ID-OPERADOR
004580         INVALID KEY
004590             GO TO 6000-LER-OPERADOR-EXIT
004600     END-READ.
004610     MOVE 'S' TO WS-SW-OPERADOR-EXISTE.
004620 6000-LER-OPERADOR-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------------
004660*    PEDE E CONFERE A SENHA INICIAL. DEVOLVE WS-SENHA-INFORMADA
004670*    EM BRANCO QUANDO A SENHA E RECUSADA.
004680*----------------------------------------------------------------
004690 6100-PEDIR-SENHA-INICIAL.
004700     DISPLAY 'Senha inicial:'.
004710     ACCEPT WS-SENHA-INFORMADA.
004720     IF WS-SENHA-INFORMADA = SPACES
004730         DISPLAY 'Senha nao pode ficar em branco.'
004740         GO TO 6100-PEDIR-SENHA-INICIAL-EXIT
004750     END-IF.
004760     DISPLAY 'Confirme a senha inicial:'.
004770     ACCEPT WS-SENHA-CONFERE.
004780     IF WS-SENHA-CONFERE NOT = WS-SENHA-INFORMADA
004790         DISPLAY 'Confirmacao nao confere. Operacao recusada.'
004800         MOVE SPACES TO WS-SENHA-INFORMADA
004810     END-IF.
004820 6100-PEDIR-SENHA-INICIAL-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------------
004860*    GRAVA A ALTERACAO CADASTRAL NA TRILHA DE AUDITORIA (EVENTO
004870*    'U'). O OPERADOR DA TRILHA E O SUPERVISOR QUE FEZ A
004880*    ALTERACAO; O OPERADOR ALTERADO VAI NA DESCRICAO, QUE DEVE
004890*    SER PREENCHIDA EM WS-AUD-DESCRICAO PELO PARAGRAFO CHAMADOR.
004900*----------------------------------------------------------------
004910 8000-GRAVAR-AUDITORIA.
004920     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
004930     ACCEPT WS-HORA-COMPLETA FROM TIME.
004940     MOVE WS-DATA-AAAAMMDD TO AUD-DATA.
004950     MOVE WS-HORA-HHMMSS TO AUD-HORA.
004960     MOVE PARM-ID-OPERADOR TO AUD-ID-OPERADOR.
004970     MOVE 'U' TO AUD-TIPO-EVENTO.
004980     MOVE WS-AUD-DESCRICAO TO AUD-DESCRICAO.
004990     WRITE REG-AUDITORIA.
005000     IF WS-STATUS-AUDITR NOT = '00'
005010         DISPLAY 'ERRO AO GRAVAR AUDITORIA: '
005020                 WS-STATUS-AUDITR
005030     END-IF.
005040 8000-GRAVAR-AUDITORIA-EXIT.
005050     EXIT.
005060
005070*----------------------------------------------------------------
005080*    ENCERRAMENTO DOS ARQUIVOS.
005090*----------------------------------------------------------------
005100 9999-FINALIZAR.
005110     CLOSE USUARIO-MASTER.
005120     CLOSE AUDITORIA.
005125     CLOSE ALCADA-PERFIL.
005130 9999-FINALIZAR-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------
005170*    OPCAO [5] - ALCADA DE PIX POR PERFIL. O PIX CAPTADO POR
005180*    OPERADOR DO PERFIL (FAZER-PIX OU AGENDA-PIX) COM VALOR
005190*    ACIMA DA ALCADA VAI PARA A FILA DE APROVACAO E SO E
005200*    EFETIVADO COM A APROVACAO DE OUTRO SUPERVISOR. VALOR ZERO
005210*    RETIRA A ALCADA DO PERFIL (PERFIL SEM REGISTRO NA TABELA
005220*    NAO TEM RETENCAO). PARAGRAFO INCLUIDO AO FINAL DO FONTE
005230*    PARA NAO RENUMERAR O PROGRAMA; E EXECUTADO POR
005240*    2000-MENU-OPERADORES.
005250*----------------------------------------------------------------
005260 5600-MANTER-ALCADA.
005270     DISPLAY 'Alcada de Pix por Perfil'.
005280     DISPLAY 'Perfil (S = supervisor, T = caixa):'.
005290     ACCEPT WS-PERFIL-INFORMADO.
005300     IF WS-PERFIL-INFORMADO NOT = 'S'
005310             AND WS-PERFIL-INFORMADO NOT = 'T'
005320         DISPLAY 'Perfil invalido.'
005330         GO TO 5600-MANTER-ALCADA-EXIT
005340     END-IF.
005350
005360     MOVE 'N' TO WS-SW-ALCADA-EXISTE.
005370     MOVE WS-PERFIL-INFORMADO TO ALC-PERFIL.
005380     READ ALCADA-PERFIL
005390         KEY IS ALC-PERFIL
005400         INVALID KEY
005410             MOVE ZERO TO ALC-VALOR-LIMITE
005420         NOT INVALID KEY
005430             MOVE 'S' TO WS-SW-ALCADA-EXISTE
005440     END-READ.
005450
005460     IF WS-ALCADA-EXISTE
005470         MOVE ALC-VALOR-LIMITE TO WL-VALOR-ED
005480         DISPLAY 'Alcada atual.: ' WL-VALOR-ED
005490                 ' (alterada por ' ALC-ID-OPERADOR ' em '
005500                 ALC-DATA-ALTERACAO ')'
005510     ELSE
005520         DISPLAY 'Perfil sem alcada (Pix nao e retido).'
005530     END-IF.
005540     DISPLAY 'Nova alcada (zero = retirar a alcada):'.
005550     ACCEPT WS-VALOR-ALCADA-DIG.
005560     MOVE WS-VALOR-ALCADA-DIG TO WS-VALOR-ALCADA.
005570
005580     IF WS-VALOR-ALCADA = ZERO
005590         IF NOT WS-ALCADA-EXISTE
005600             DISPLAY 'Nenhuma alteracao informada.'
005610             GO TO 5600-MANTER-ALCADA-EXIT
005620         END-IF
005630         DELETE ALCADA-PERFIL
005640             INVALID KEY
005650                 DISPLAY 'ERRO AO EXCLUIR ALCADA-PERFIL: '
005660                         WS-STATUS-ALCADA
005670                 GO TO 5600-MANTER-ALCADA-EXIT
005680         END-DELETE
005690         MOVE SPACES TO WS-AUD-DESCRICAO
005700         STRING 'ALCADA PERFIL ' WS-PERFIL-INFORMADO
005710                ' RETIRADA'
005720             DELIMITED BY SIZE INTO WS-AUD-DESCRICAO
005730         PERFORM 8000-GRAVAR-AUDITORIA
005740             THRU 8000-GRAVAR-AUDITORIA-EXIT
005750         DISPLAY 'Alcada retirada do perfil.'
005760         GO TO 5600-MANTER-ALCADA-EXIT
005770     END-IF.
005780
005790     MOVE WS-PERFIL-INFORMADO TO ALC-PERFIL.
005800     MOVE WS-VALOR-ALCADA TO ALC-VALOR-LIMITE.
005810     MOVE PARM-ID-OPERADOR TO ALC-ID-OPERADOR.
005820     MOVE WS-DATA-AAAAMMDD TO ALC-DATA-ALTERACAO.
005830     IF WS-ALCADA-EXISTE
005840         REWRITE REG-ALCADA-PERFIL
005850             INVALID KEY
005860                 DISPLAY 'ERRO AO ATUALIZAR ALCADA-PERFIL: '
005870                         WS-STATUS-ALCADA
005880                 GO TO 5600-MANTER-ALCADA-EXIT
005890         END-REWRITE
005900     ELSE
005910         WRITE REG-ALCADA-PERFIL
005920             INVALID KEY
005930                 DISPLAY 'ERRO AO GRAVAR ALCADA-PERFIL: '
005940                         WS-STATUS-ALCADA
005950                 GO TO 5600-MANTER-ALCADA-EXIT
005960         END-WRITE
005970     END-IF.
005980
005990     MOVE WS-VALOR-ALCADA TO WL-VALOR-ED.
006000     MOVE SPACES TO WS-AUD-DESCRICAO.
006010     STRING 'ALCADA PERFIL ' WS-PERFIL-INFORMADO ' '
006020            WL-VALOR-ED
006030         DELIMITED BY SIZE INTO WS-AUD-DESCRICAO.
006040     PERFORM 8000-GRAVAR-AUDITORIA
006050         THRU 8000-GRAVAR-AUDITORIA-EXIT.
006060
006070     DISPLAY 'Alcada do perfil gravada com sucesso.'.
006080 5600-MANTER-ALCADA-EXIT.
006090     EXIT.
