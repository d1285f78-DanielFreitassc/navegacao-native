000433*                         REMESSA-PIX PULA) E CREDITO GRAVADO
000434*                         COMO PENDENCIA JA LIQUIDADA, PARA O
000435*                         EXTRATO E O FECHDIA DO MESMO DIA.
000436*    15/10/2026 DLF       INCLUIDA OPCAO [O] MANUTENCAO DE
000437*                         OPERADORES (OPERADOR-MANUT, RESTRITA A
000438*                         SUPERVISOR). OPERADOR DESATIVADO
000439*                         (USM-STATUS-INATIVO) TEM O LOGIN
000440*                         RECUSADO E NAO PODE SER DESBLOQUEADO; O
000441*                         USUARIO-MASTER PASSA A SER FECHADO ANTES
000442*                         DE CADA CALL E REABERTO NA VOLTA
000443*                         (8300/8400), POIS O SUBPROGRAMA O
000444*                         ATUALIZA.
000445*    15/10/2026 DLF       DUPLA CUSTODIA NO PIX DE VALOR ALTO:
000446*                         FAZER-PIX ACIMA DA ALCADA DO PERFIL DO
000447*                         OPERADOR (ALCADA-PERFIL) NAO DEBITA A
000448*                         CONTA E GRAVA A SOLICITACAO NA FILA DE
000449*                         APROVACAO (PIX-APROVACAO); A OPCAO [A]
000450*                         PERMITE A OUTRO SUPERVISOR APROVAR (O
000451*                         PIX E EFETIVADO PELO MESMO FLUXO DE
000452*                         FAZER-PIX, COM O CAPTADOR EM
000453*                         PXO-ID-OPERADOR E O APROVADOR EM
000454*                         PXO-ID-OPER-APROV) OU REJEITAR, NO
000455*                         MESMO DIA. O AGENDAMENTO RETIDO NA
000456*                         ALCADA (AGENDA-PIX) E LIBERADO OU
000457*                         CANCELADO PELA MESMA OPCAO.
000458*    15/10/2026 DLF       MOVIMENTO GRAVADO EM PIX-OUT E CREDITO
000459*                         INTERNO GRAVADO EM PENDING-PIX PASSAM A
000460*                         INICIALIZAR O INDICADOR DE
000461*                         CONTABILIZACAO (PXO-IND-CONTABIL E
000462*                         PXP-IND-CONTABIL) EM BRANCO, PARA O
000463*                         CONTABILIZA-PIX.
000464*    15/10/2026 DLF       INCLUIDA OPCAO [E] EVENTOS CONTABEIS
000465*                         (EVENTO-MANUT, RESTRITA A SUPERVISOR) -
000466*                         CONTAS CONTABEIS DE CADA EVENTO DA
000467*                         CONTABILIZACAO (CONTABILIZA-PIX).
000468*    15/10/2026 DLF       TODO PIX GRAVADO EM PIX-OUT (INCLUSIVE O
000469*                         RECUSADO NO LIMITE NOTURNO) RECEBE O
000470*                         IDENTIFICADOR FIM A FIM (GERA-ID-PIX),
000471*                         ATRIBUIDO ANTES DO DEBITO E REPETIDO NO
000472*                         CREDITO DA LIQUIDACAO INTERNA. INCLUIDA
000473*                         A OPCAO [I] CONSULTA DE PIX PELO
000474*                         IDENTIFICADOR (CONSULTA-ID-PIX, ABERTA
000475*                         AO CAIXA).
000476*    15/10/2026 DLF       CREDITO EM PENDING-PIX GRAVADO COM
000477*                         PXP-IND-COBRANCA EM BRANCO (SO O
000478*                         CREDITO DA REDE COM TXID E CASADO COM
000479*                         COBRANCA PELO CARGA-PIX).
000480*    15/10/2026 DLF       INCLUIDA A OPCAO [B] - CADASTRO DE
000481*                         COBRANCAS PIX (COBRANCA-MANUT), ABERTA
000482*                         AO CAIXA.
000483*    15/10/2026 DLF       INCLUIDA A OPCAO [M] - MESA DE
000484*                         COMPLIANCE (CASO-MANUT, RESTRITA A
000485*                         SUPERVISOR) - DECISAO SOBRE OS CASOS DE
000486*                         SUSPEITA ABERTOS PELO ANALISE-PIX.
000487*    15/10/2026 DLF       SOLICITACAO DA ALCADA SAI DE PENDENTE
000488*                         ANTES DO DEBITO; VOLTA SE O PIX FALHAR.
000489*----------------------------------------------------------------

000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000450         RECORD KEY IS USM-ID-OPERADOR
000460         FILE STATUS IS WS-STATUS-USRMST.

000461     SELECT ALCADA-PERFIL
000462         ASSIGN TO "ALCADA"
000463         ORGANIZATION IS INDEXED
000464         ACCESS MODE IS DYNAMIC
000465         RECORD KEY IS ALC-PERFIL
000466         FILE STATUS IS WS-STATUS-ALCADA.

000470     SELECT CONTA-MASTER
000480         ASSIGN TO "CTAMST"
000490         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WS-STATUS-PIXOUT.

000631     SELECT PIX-APROVACAO
000632         ASSIGN TO "PIXAPR"
000633         ORGANIZATION IS INDEXED
000634         ACCESS MODE IS DYNAMIC
000635         RECORD KEY IS APR-ID-SOLICITACAO
000636         FILE STATUS IS WS-STATUS-PIXAPR.

000640     SELECT PENDING-PIX
000650         ASSIGN TO "PIXPND"
000660         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS WS-STATUS-CTAENC.

000741     SELECT PIX-AGENDA
000742         ASSIGN TO "PIXAGD"
000743         ORGANIZATION IS INDEXED
000744         ACCESS MODE IS DYNAMIC
000745         RECORD KEY IS AGD-ID-AGENDAMENTO
000746         FILE STATUS IS WS-STATUS-PIXAGD.

000750     SELECT AUDITORIA
000760         ASSIGN TO "AUDITR"
000770         ORGANIZATION IS SEQUENTIAL
000890     LABEL RECORD IS STANDARD.
000900 COPY CTUSRM.

000901 FD  ALCADA-PERFIL
000902     LABEL RECORD IS STANDARD.
000903 COPY CTALCD.

000910 FD  CONTA-MASTER
000920     LABEL RECORD IS STANDARD.
000930 COPY CTCTAM.
000980     LABEL RECORD IS STANDARD.
000990 COPY CTPXOUT.

000991 FD  PIX-APROVACAO
000992     LABEL RECORD IS STANDARD.
000993 COPY CTPXAPR.

001000 FD  PENDING-PIX
001010     LABEL RECORD IS STANDARD.
001020 COPY CTPXPND.
001040     LABEL RECORD IS STANDARD.
001050 COPY CTCTENC.

001051 FD  PIX-AGENDA
001052     LABEL RECORD IS STANDARD.
001053 COPY CTPXAGD.

001060 FD  AUDITORIA
001070     LABEL RECORD IS STANDARD.
001080 COPY CTAUDT.
001300 01  WS-STATUS-AUDITR            PIC X(02).
001310 01  WS-STATUS-CHECKPT           PIC X(02).
001312 01  WS-STATUS-BLOQJUD           PIC X(02).
001313 01  WS-STATUS-ALCADA            PIC X(02).
001314 01  WS-STATUS-PIXAPR            PIC X(02).
001315 01  WS-STATUS-PIXAGD            PIC X(02).

001320*    DATA E HORA DO SISTEMA
001330 01  WS-DATA-AAAAMMDD            PIC 9(08).
001472 01  WS-SW-BLOQUEIO-IMPEDE       PIC X(01) VALUE 'N'.
001474     88  WS-BLOQUEIO-IMPEDE          VALUE 'S'.
001476 01  WS-SALDO-DISPONIVEL         PIC S9(11)V99 COMP-3.
001477 01  WS-ID-OPER-MOVIMENTO        PIC X(08).
001478 01  WS-ID-OPER-APROVADOR        PIC X(08).

001480*    AREA DE TRABALHO - RECEBER-PIX
001490 01  WS-CONTA-DESTINO            PIC 9(10).
001530 01  WS-SW-FIM-PENDING           PIC X(01) VALUE 'N'.
001540     88  WS-FIM-PENDING               VALUE 'S'.

001541*    AREA DE TRABALHO - ALCADA (DUPLA CUSTODIA) DE FAZER-PIX
001542 01  WS-SW-EXEC-APROVACAO        PIC X(01) VALUE 'N'.
001543     88  WS-EXEC-APROVACAO           VALUE 'S'.
001544 01  WS-SW-EXCEDE-ALCADA         PIC X(01) VALUE 'N'.
001545     88  WS-EXCEDE-ALCADA            VALUE 'S'.
001546 01  WS-SW-PIX-EFETIVADO         PIC X(01) VALUE 'N'.
001547     88  WS-PIX-EFETIVADO            VALUE 'S'.
001548 01  WS-ULTIMO-ID-APROVACAO      PIC 9(06).

001550*    AREA DE TRABALHO - ENCERRAR-CONTA
001560 01  WS-CONTA-ENCERRAR           PIC 9(10).
001570 01  WS-SW-PIX-PENDENTE          PIC X(01) VALUE 'N'.
001590 01  WS-SW-FIM-PEND-ENC          PIC X(01) VALUE 'N'.
001600     88  WS-FIM-PEND-ENC              VALUE 'S'.

001601*    AREA DE TRABALHO - APROVACAO DE PIX RETIDO NA ALCADA
001602 01  WS-SW-FIM-APROVACAO         PIC X(01) VALUE 'N'.
001603     88  WS-FIM-APROVACAO            VALUE 'Y'.
001604 01  WS-ID-APROVACAO-ESCOLHIDA   PIC 9(06).
001605 01  WS-DECISAO-APROVACAO        PIC X(01).
001606 01  WS-MOTIVO-REJEICAO          PIC X(30).
001607 01  WS-QTD-APROV-PENDENTES      PIC 9(05) COMP.
001608 01  WL-VALOR-APROVACAO          PIC -ZZZ,ZZZ,ZZ9.99.

001610*    AREA DE TRABALHO - TRILHA DE AUDITORIA
001620 01  WS-AUD-TIPO-EVENTO          PIC X(01).
001630 01  WS-AUD-DESCRICAO            PIC X(40).
001674 01  WS-ULTIMO-ID-PENDENCIA      PIC 9(06).
001675 01  WS-SW-FIM-PEND-INT          PIC X(01) VALUE 'N'.
001676     88  WS-FIM-PEND-INT             VALUE 'Y'.
001677 01  WS-PARM-GERA-ID.
001678     05  WS-GID-ID-FIM-A-FIM     PIC X(32).
001679     05  WS-GID-RETORNO          PIC X(01).

001680 PROCEDURE DIVISION.

002030     PERFORM 1030-ABRIR-AUDITORIA.
002040     PERFORM 1040-ABRIR-CHECKPOINT.
002042     PERFORM 1050-ABRIR-BLOQUEIOS.
002044     PERFORM 1060-ABRIR-ALCADA.
002046     PERFORM 1070-ABRIR-APROVACAO.
002048     PERFORM 1080-ABRIR-AGENDA.

002050     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
002060     ACCEPT WS-HORA-COMPLETA FROM TIME.
002880     END-READ.

002890     IF WS-STATUS-USRMST = '00'
002900         IF USM-STATUS-BLOQUEADO OR USM-STATUS-INATIVO
002910             MOVE 'N' TO USUARIO-VALIDO
002912             IF USM-STATUS-INATIVO
002914                 DISPLAY 'Operador desativado. Acesso recusado.'
002916             ELSE
002920                 DISPLAY 'Usuário bloqueado. Contate o'
002922                         ' supervisor.'
002925             END-IF
002930         ELSE
002940             IF USM-SENHA = SENHA
002950                 MOVE 'S' TO USUARIO-VALIDO
003902             ELSE
003903                 DISPLAY 'Acesso restrito a supervisores.'
003904             END-IF
003905         WHEN RESPOSTA = 'E'
003906             PERFORM 6990-EVENTOS-CONTABEIS
003907                 THRU 6990-EVENTOS-CONTABEIS-EXIT
003908         WHEN RESPOSTA = 'I'
003909             PERFORM 6995-CONSULTA-ID THRU 6995-CONSULTA-ID-EXIT
003910         WHEN RESPOSTA = 'C'
003911             IF WS-SUPERVISOR-LOGADO
003912                 PERFORM 8300-FECHAR-PARA-CALL
003939             PERFORM 6600-TROCA-SENHA THRU 6600-TROCA-SENHA-EXIT
003940         WHEN RESPOSTA = '0'
003941             PERFORM 7000-SAIR
003942         WHEN RESPOSTA = 'O'
003943             PERFORM 6800-MANUTENCAO-OPERADORES
003944                 THRU 6800-MANUTENCAO-OPERADORES-EXIT
003945         WHEN RESPOSTA = 'A'
003946             PERFORM 6900-APROVAR-PIX
003947                 THRU 6900-APROVAR-PIX-EXIT
003948         WHEN RESPOSTA = 'B'
003949             PERFORM 6996-COBRANCAS THRU 6996-COBRANCAS-EXIT
003950         WHEN RESPOSTA = 'M'
003951             PERFORM 6997-CASOS-SUSPEITA
003952                 THRU 6997-CASOS-SUSPEITA-EXIT
003953         WHEN OTHER
003954             PERFORM 3000-MENU-PRINCIPAL
003960     END-EVALUATE.

003970     IF CONTINUAR-LOOP = 'Y'
004062     DISPLAY '[P] Consulta de Posicao de Conta'
004063     DISPLAY '[J] Painel de Jobs do Dia'
004064     DISPLAY '[S] Trocar Senha'
004065     DISPLAY '[O] Manutencao de Operadores'
004066     DISPLAY '[A] Aprovacao de Pix (Alcada)'
004067     DISPLAY '[E] Eventos Contabeis Pix'
004068     DISPLAY '[I] Consulta de Pix por ID Fim a Fim'
004069     DISPLAY '[B] Cobrancas Pix'
004070     DISPLAY '[M] Mesa de Compliance - Casos Suspeitos'
004071     DISPLAY '[0] Sair'.

004075*----------------------------------------------------------------
004080*    OPCAO [1] - FAZER PIX
004090*----------------------------------------------------------------
004100 4000-FAZER-PIX.
004102     MOVE 'N' TO WS-SW-PIX-EFETIVADO.
004104*    NA EFETIVACAO DE PIX APROVADO NA ALCADA (OPCAO [A]) OS
004105*    DADOS E OS OPERADORES JA VEM PREENCHIDOS DA SOLICITACAO.
004106     IF NOT WS-EXEC-APROVACAO
004107         MOVE USUARIO TO WS-ID-OPER-MOVIMENTO
004108         MOVE SPACES TO WS-ID-OPER-APROVADOR
004110         DISPLAY 'Opção [1] - Fazer Pix'
004120         DISPLAY 'Chave Pix de destino:'
004130         ACCEPT WS-CHAVE-DIGITADA
004140         DISPLAY 'Valor da transferencia:'
004150         ACCEPT WS-VALOR-DIGITADO
004160         MOVE WS-VALOR-DIGITADO TO WS-VALOR-TRANSF
004170         DISPLAY 'Conta de origem (numero):'
004180         ACCEPT WS-CONTA-ORIGEM
004185     END-IF.

004190     MOVE WS-CHAVE-DIGITADA TO PXD-CHAVE-PIX.
004200     READ PIX-DIRETORIO
004430     PERFORM 8120-CHECKPOINT-ATUALIZAR
004440         THRU 8120-CHECKPOINT-ATUALIZAR-EXIT.

004441*    IDENTIFICADOR FIM A FIM DO MOVIMENTO (GERA-ID-PIX),
004442*    ATRIBUIDO ANTES DE QUALQUER DEBITO; SEM ELE O PIX NAO E
004443*    FEITO.
004444     CALL 'GERA-ID-PIX' USING WS-PARM-GERA-ID.
004445     IF WS-GID-RETORNO NOT = '0'
004446         DISPLAY 'Pix não efetuado. Tente novamente.'
004447         GO TO 4000-FAZER-PIX-EXIT
004448     END-IF.

004450*    WS-HORA-HHMMSS E ATUALIZADO AQUI, NO MOMENTO EM QUE O PIX
004460*    DE FATO SERA EFETIVADO, E NAO NO MOMENTO EM QUE A OPCAO FOI
004470*    SELECIONADA NO MENU (8100-CHECKPOINT-ABRIR), PARA QUE O
004490*    REFLITAM O HORARIO REAL DA TRANSACAO.
004500     ACCEPT WS-HORA-COMPLETA FROM TIME.

004501*    PIX ACIMA DA ALCADA DO PERFIL DO OPERADOR NAO E DEBITADO:
004502*    VAI PARA A FILA DE APROVACAO DO SUPERVISOR (OPCAO [A]).
004503     IF NOT WS-EXEC-APROVACAO
004504         PERFORM 4500-VERIFICAR-ALCADA
004505             THRU 4500-VERIFICAR-ALCADA-EXIT
004506         IF WS-EXCEDE-ALCADA
004507             GO TO 4000-FAZER-PIX-EXIT
004508         END-IF
004509     END-IF.

004510     PERFORM 4100-VERIFICAR-HORARIO-NOTURNO
004520         THRU 4100-VERIFICAR-HORARIO-NOTURNO-EXIT.
004530     IF WS-HORARIO-NOTURNO
004710     END-REWRITE.

004720     MOVE WS-CONTA-ORIGEM TO PXO-NUM-CONTA-ORIGEM.
004730     MOVE WS-ID-OPER-MOVIMENTO TO PXO-ID-OPERADOR.
004740     MOVE WS-CHAVE-DIGITADA TO PXO-CHAVE-PIX-DESTINO.
004750     MOVE PXD-NUM-CONTA TO PXO-NUM-CONTA-DESTINO.
004760     MOVE WS-VALOR-TRANSF TO PXO-VALOR.
004770     MOVE WS-DATA-AAAAMMDD TO PXO-DATA-MOVIMENTO.
004780     MOVE WS-HORA-HHMMSS TO PXO-HORA-MOVIMENTO.
004790     MOVE 'C' TO PXO-STATUS.
004791     MOVE SPACE TO PXO-IND-CONTABIL.
004792     MOVE ZERO TO PXO-ID-PENDENCIA-REF.
004793     MOVE WS-GID-ID-FIM-A-FIM TO PXO-ID-FIM-A-FIM.
004794     MOVE 'N' TO PXO-IND-TRANSMITIDO.
004796     MOVE SPACE TO PXO-IND-RETORNO-REDE.
004797     MOVE WS-ID-OPER-APROVADOR TO PXO-ID-OPER-APROV.
004798     MOVE SPACE TO PXO-IND-TARIFA.
004799     MOVE SPACE TO PXO-IND-INTERNO.
004800     WRITE REG-PIX-OUT.
004920     END-IF.

004930     DISPLAY 'Pix realizado com sucesso.'.
004935     MOVE 'S' TO WS-SW-PIX-EFETIVADO.

004940 4000-FAZER-PIX-EXIT.
004950     EXIT.
005140*----------------------------------------------------------------
005150 4200-REJEITAR-PIX-NOTURNO.
005160     MOVE WS-CONTA-ORIGEM TO PXO-NUM-CONTA-ORIGEM.
005170     MOVE WS-ID-OPER-MOVIMENTO TO PXO-ID-OPERADOR.
005180     MOVE WS-CHAVE-DIGITADA TO PXO-CHAVE-PIX-DESTINO.
005190     MOVE PXD-NUM-CONTA TO PXO-NUM-CONTA-DESTINO.
005200     MOVE WS-VALOR-TRANSF TO PXO-VALOR.
005210     MOVE WS-DATA-AAAAMMDD TO PXO-DATA-MOVIMENTO.
005220     MOVE WS-HORA-HHMMSS TO PXO-HORA-MOVIMENTO.
005230     MOVE 'R' TO PXO-STATUS.
005231     MOVE SPACE TO PXO-IND-CONTABIL.
005232     MOVE ZERO TO PXO-ID-PENDENCIA-REF.
005233     MOVE WS-GID-ID-FIM-A-FIM TO PXO-ID-FIM-A-FIM.
005234     MOVE 'N' TO PXO-IND-TRANSMITIDO.
005236     MOVE SPACE TO PXO-IND-RETORNO-REDE.
005237     MOVE WS-ID-OPER-APROVADOR TO PXO-ID-OPER-APROV.
005238     MOVE SPACE TO PXO-IND-TARIFA.
005239     MOVE SPACE TO PXO-IND-INTERNO.
005240     WRITE REG-PIX-OUT.
007280             GO TO 6500-DESBLOQUEAR-OPERADOR-EXIT
007290     END-READ.

007292     IF USM-STATUS-INATIVO
007294         DISPLAY 'Operador desativado não pode ser'
007295                 ' desbloqueado.'
007296         GO TO 6500-DESBLOQUEAR-OPERADOR-EXIT
007298     END-IF.

007300     MOVE 'A' TO USM-STATUS-CADASTRO.
007310     MOVE ZERO TO USM-QTD-TENTATIVAS-FALHAS.
007320     REWRITE REG-USUARIO-MASTER
008520           CONTAS-ENCERRADAS
008530           AUDITORIA
008535           BLOQUEIOS
008536           ALCADA-PERFIL
008537           PIX-APROVACAO
008538           PIX-AGENDA
008540           CHECKPOINT.

008550*----------------------------------------------------------------

009000*----------------------------------------------------------------
009010*    FECHA OS ARQUIVOS COMPARTILHADOS COM OS SUBPROGRAMAS DO
009020*    MENU (CONTA-MANUT, CHAVES-PIX, AGENDA-PIX, DEVOLVE-PIX,
009030*    BLOQUEIO-CONTA E OPERADOR-MANUT) ANTES DO CALL. CADA
009035*    SUBPROGRAMA ABRE O SEU
009040*    PROPRIO CONECTOR SOBRE OS MESMOS ARQUIVOS, E ATUALIZACAO
009050*    FEITA PELO CONECTOR DO CHAMADO NAO E ENXERGADA COM
009060*    SEGURANCA PELO CONECTOR JA ABERTO DO CHAMADOR; FECHANDO
009090*    PARA FAZER-PIX.
009100*----------------------------------------------------------------
009110 8300-FECHAR-PARA-CALL.
009115     CLOSE USUARIO-MASTER
009120           CONTA-MASTER
009130           PIX-DIRETORIO
009140           PENDING-PIX
009150           PIX-OUT
009155           AUDITORIA
009160           BLOQUEIOS
009162           ALCADA-PERFIL
009164           PIX-APROVACAO
009166           PIX-AGENDA.
009170 8300-FECHAR-PARA-CALL-EXIT.
009180     EXIT.

009210*    8300-FECHAR-PARA-CALL, NOS MESMOS MODOS DA INICIALIZACAO.
009220*----------------------------------------------------------------
009230 8400-REABRIR-POS-CALL.
009232     OPEN I-O USUARIO-MASTER.
009233     IF WS-STATUS-USRMST NOT = '00'
009234         DISPLAY 'ERRO AO REABRIR USUARIO-MASTER - STATUS '
009235                 WS-STATUS-USRMST
009236         STOP RUN
009237     END-IF.
009240     OPEN I-O CONTA-MASTER.
009250     IF WS-STATUS-CTAMST NOT = '00'
009260         DISPLAY 'ERRO AO REABRIR CONTA-MASTER - STATUS '
009420     PERFORM 1010-ABRIR-PIXOUT.
009425     PERFORM 1030-ABRIR-AUDITORIA.
009430     PERFORM 1050-ABRIR-BLOQUEIOS.
009432     PERFORM 1060-ABRIR-ALCADA.
009434     PERFORM 1070-ABRIR-APROVACAO.
009436     PERFORM 1080-ABRIR-AGENDA.
009440 8400-REABRIR-POS-CALL-EXIT.
009450     EXIT.
009460*----------------------------------------------------------------
012050     END-REWRITE.
012060
012070     MOVE WS-CONTA-ORIGEM TO PXO-NUM-CONTA-ORIGEM.
012080     MOVE WS-ID-OPER-MOVIMENTO TO PXO-ID-OPERADOR.
012090     MOVE WS-CHAVE-DIGITADA TO PXO-CHAVE-PIX-DESTINO.
012100     MOVE PXD-NUM-CONTA TO PXO-NUM-CONTA-DESTINO.
012110     MOVE WS-VALOR-TRANSF TO PXO-VALOR.
012120     MOVE WS-DATA-AAAAMMDD TO PXO-DATA-MOVIMENTO.
012130     MOVE WS-HORA-HHMMSS TO PXO-HORA-MOVIMENTO.
012140     MOVE 'C' TO PXO-STATUS.
012145     MOVE SPACE TO PXO-IND-CONTABIL.
012146     MOVE WS-GID-ID-FIM-A-FIM TO PXO-ID-FIM-A-FIM.
012150     MOVE ZERO TO PXO-ID-PENDENCIA-REF.
012160     MOVE 'N' TO PXO-IND-TRANSMITIDO.
012170     MOVE SPACE TO PXO-IND-RETORNO-REDE.
012180     MOVE SPACE TO PXO-IND-TARIFA.
012185     MOVE WS-ID-OPER-APROVADOR TO PXO-ID-OPER-APROV.
012190     MOVE 'S' TO PXO-IND-INTERNO.
012200     WRITE REG-PIX-OUT.
012210     IF WS-STATUS-PIXOUT NOT = '00'
012370
012380     DISPLAY 'Pix interno liquidado na hora entre contas da'
012390             ' agência.'.
012395     MOVE 'S' TO WS-SW-PIX-EFETIVADO.
012400 4400-LIQUIDAR-INTERNO-EXIT.
012410     EXIT.
012420
012680     MOVE 'L' TO PXP-STATUS-LIQUIDACAO.
012690     MOVE WS-DATA-AAAAMMDD TO PXP-DATA-LIQUIDACAO.
012700     MOVE SPACES TO PXP-REFERENCIA-RAIL.
012710     MOVE WS-ID-OPER-MOVIMENTO TO PXP-ID-OPERADOR-LIQ.
012715     MOVE SPACE TO PXP-IND-CONTABIL.
012716     MOVE WS-GID-ID-FIM-A-FIM TO PXP-ID-FIM-A-FIM.
012717     MOVE SPACE TO PXP-IND-COBRANCA.
012720     WRITE REG-PENDING-PIX
012730         INVALID KEY
012740             DISPLAY 'ERRO AO GRAVAR CREDITO INTERNO EM'
013100     END-REWRITE.
013110 4430-ESTORNAR-ORIGEM-EXIT.
013120     EXIT.
013130*----------------------------------------------------------------
013140*    OPCAO [O] - MANUTENCAO DE OPERADORES (RESTRITO A
013150*    SUPERVISOR). O CADASTRO E MANTIDO PELO SUBPROGRAMA
013160*    OPERADOR-MANUT, QUE ATUALIZA O USUARIO-MASTER E GRAVA A
013170*    PROPRIA TRILHA DE AUDITORIA. PARAGRAFO INCLUIDO AO FINAL DO
013180*    FONTE PARA NAO RENUMERAR O PROGRAMA; E EXECUTADO POR
013190*    3000-MENU-PRINCIPAL.
013200*----------------------------------------------------------------
013210 6800-MANUTENCAO-OPERADORES.
013220     IF NOT WS-SUPERVISOR-LOGADO
013230         DISPLAY 'Acesso restrito a supervisores.'
013240         GO TO 6800-MANUTENCAO-OPERADORES-EXIT
013250     END-IF.
013260     PERFORM 8300-FECHAR-PARA-CALL
013270         THRU 8300-FECHAR-PARA-CALL-EXIT.
013280     CALL 'OPERADOR-MANUT' USING USUARIO.
013290     PERFORM 8400-REABRIR-POS-CALL
013300         THRU 8400-REABRIR-POS-CALL-EXIT.
013310 6800-MANUTENCAO-OPERADORES-EXIT.
013320     EXIT.
013330*----------------------------------------------------------------
013340*    ABERTURA DA TABELA DE ALCADAS POR PERFIL, MANTIDA PELO
013350*    OPERADOR-MANUT; AQUI SO LEITURA. NO PRIMEIRO DIA DE USO O
013360*    ARQUIVO AINDA NAO EXISTE (NENHUM PERFIL TEM ALCADA).
013370*    PARAGRAFOS DE ABERTURA INCLUIDOS AO FINAL DO FONTE PARA NAO
013380*    RENUMERAR O PROGRAMA; SAO EXECUTADOS POR 1000-INICIALIZAR E
013390*    8400-REABRIR-POS-CALL.
013400*----------------------------------------------------------------
013410 1060-ABRIR-ALCADA.
013420     OPEN INPUT ALCADA-PERFIL.
013430     IF WS-STATUS-ALCADA NOT = '00'
013440         OPEN OUTPUT ALCADA-PERFIL
013450         CLOSE ALCADA-PERFIL
013460         OPEN INPUT ALCADA-PERFIL
013470     END-IF.
013480
013490*    PIX-APROVACAO E A FILA DE APROVACAO DE PIX ACIMA DA ALCADA,
013500*    GRAVADA AQUI E PELO AGENDA-PIX; NO PRIMEIRO DIA DE USO O
013510*    ARQUIVO AINDA NAO EXISTE.
013520 1070-ABRIR-APROVACAO.
013530     OPEN I-O PIX-APROVACAO.
013540     IF WS-STATUS-PIXAPR NOT = '00'
013550         OPEN OUTPUT PIX-APROVACAO
013560         CLOSE PIX-APROVACAO
013570         OPEN I-O PIX-APROVACAO
013580     END-IF.
013590     IF WS-STATUS-PIXAPR NOT = '00'
013600         DISPLAY 'ERRO AO ABRIR PIX-APROVACAO - STATUS '
013610                 WS-STATUS-PIXAPR
013620         STOP RUN
013630     END-IF.
013640
013650*    PIX-AGENDA E ATUALIZADO AQUI NA APROVACAO OU REJEICAO DO
013660*    AGENDAMENTO RETIDO NA ALCADA.
013670 1080-ABRIR-AGENDA.
013680     OPEN I-O PIX-AGENDA.
013690     IF WS-STATUS-PIXAGD NOT = '00'
013700         OPEN OUTPUT PIX-AGENDA
013710         CLOSE PIX-AGENDA
013720         OPEN I-O PIX-AGENDA
013730     END-IF.
013740     IF WS-STATUS-PIXAGD NOT = '00'
013750         DISPLAY 'ERRO AO ABRIR PIX-AGENDA - STATUS '
013760                 WS-STATUS-PIXAGD
013770         STOP RUN
013780     END-IF.
013790
013800*----------------------------------------------------------------
013810*    ALCADA DO PERFIL DO OPERADOR LOGADO (ALCADA-PERFIL). PIX DE
013820*    VALOR ACIMA DA ALCADA NAO E EFETIVADO: A SOLICITACAO E
013830*    GRAVADA PENDENTE NA FILA DE APROVACAO (PIX-APROVACAO) E SO
013840*    E EFETIVADA QUANDO OUTRO SUPERVISOR A APROVA NA OPCAO [A],
013850*    NO MESMO DIA. PERFIL SEM REGISTRO NA TABELA NAO TEM ALCADA.
013860*    DEVOLVE O RESULTADO EM WS-SW-EXCEDE-ALCADA. PARAGRAFO
013870*    INCLUIDO AO FINAL DO FONTE PARA NAO RENUMERAR O PROGRAMA; E
013880*    EXECUTADO POR 4000-FAZER-PIX.
013890*----------------------------------------------------------------
013900 4500-VERIFICAR-ALCADA.
013910     MOVE 'N' TO WS-SW-EXCEDE-ALCADA.
013920     MOVE WS-PERFIL-LOGADO TO ALC-PERFIL.
013930     READ ALCADA-PERFIL
013940         KEY IS ALC-PERFIL
013950         INVALID KEY
013960             GO TO 4500-VERIFICAR-ALCADA-EXIT
013970     END-READ.
013980     IF WS-VALOR-TRANSF NOT > ALC-VALOR-LIMITE
013990         GO TO 4500-VERIFICAR-ALCADA-EXIT
014000     END-IF.
014010
014020     MOVE 'S' TO WS-SW-EXCEDE-ALCADA.
014030     PERFORM 4510-PROXIMO-ID-APROVACAO
014040         THRU 4510-PROXIMO-ID-APROVACAO-EXIT.
014050
014060     ADD 1 TO WS-ULTIMO-ID-APROVACAO.
014070     MOVE WS-ULTIMO-ID-APROVACAO TO APR-ID-SOLICITACAO.
014080     MOVE 'F' TO APR-TIPO.
014090     MOVE WS-CONTA-ORIGEM TO APR-NUM-CONTA-ORIGEM.
014100     MOVE WS-CHAVE-DIGITADA TO APR-CHAVE-PIX-DESTINO.
014110     MOVE WS-VALOR-TRANSF TO APR-VALOR.
014120     MOVE ZERO TO APR-ID-AGENDAMENTO.
014130     MOVE ZERO TO APR-DATA-AGENDADA.
014140     MOVE WS-DATA-AAAAMMDD TO APR-DATA-SOLICITACAO.
014150     MOVE WS-HORA-HHMMSS TO APR-HORA-SOLICITACAO.
014160     MOVE USUARIO TO APR-ID-OPER-SOLIC.
014170     MOVE 'P' TO APR-STATUS.
014180     MOVE SPACES TO APR-ID-OPER-APROV.
014190     MOVE ZERO TO APR-DATA-DECISAO.
014200     MOVE ZERO TO APR-HORA-DECISAO.
014210     MOVE SPACES TO APR-MOTIVO.
014220     WRITE REG-PIX-APROVACAO
014230         INVALID KEY
014240             DISPLAY 'ERRO AO GRAVAR PIX-APROVACAO: '
014250                     WS-STATUS-PIXAPR
014260             DISPLAY 'Pix nao efetivado.'
014270             GO TO 4500-VERIFICAR-ALCADA-EXIT
014280     END-WRITE.
014290
014300     MOVE 'A' TO WS-AUD-TIPO-EVENTO.
014310     MOVE SPACES TO WS-AUD-DESCRICAO.
014320     STRING 'PIX RETIDO NA ALCADA - SOLIC '
014330         APR-ID-SOLICITACAO
014340         DELIMITED BY SIZE INTO WS-AUD-DESCRICAO.
014350     PERFORM 8000-GRAVAR-AUDITORIA
014360         THRU 8000-GRAVAR-AUDITORIA-EXIT.
014370
014380     DISPLAY 'Valor acima da alcada do perfil do operador.'.
014390     DISPLAY 'Pix enviado para aprovacao do supervisor -'
014400             ' solicitacao ' APR-ID-SOLICITACAO.
014410     DISPLAY 'A conta so sera debitada apos a aprovacao.'.
014420 4500-VERIFICAR-ALCADA-EXIT.
014430     EXIT.
014440
014450*----------------------------------------------------------------
014460*    PERCORRE A FILA DE APROVACAO POR COMPLETO E DEVOLVE O MAIOR
014470*    NUMERO DE SOLICITACAO JA ATRIBUIDO EM
014480*    WS-ULTIMO-ID-APROVACAO (MESMA NUMERACAO DO AGENDA-PIX).
014490*----------------------------------------------------------------
014500 4510-PROXIMO-ID-APROVACAO.
014510     MOVE ZERO TO WS-ULTIMO-ID-APROVACAO.
014520     MOVE 'N' TO WS-SW-FIM-APROVACAO.
014530     MOVE ZERO TO APR-ID-SOLICITACAO.
014540     START PIX-APROVACAO
014550         KEY IS NOT LESS THAN APR-ID-SOLICITACAO
014560         INVALID KEY
014570             MOVE 'Y' TO WS-SW-FIM-APROVACAO
014580     END-START.
014590     PERFORM 4520-LER-APROVACAO-ID
014600         THRU 4520-LER-APROVACAO-ID-EXIT
014610         UNTIL WS-FIM-APROVACAO.
014620 4510-PROXIMO-ID-APROVACAO-EXIT.
014630     EXIT.
014640
014650 4520-LER-APROVACAO-ID.
014660     READ PIX-APROVACAO NEXT RECORD
014670         AT END
014680             MOVE 'Y' TO WS-SW-FIM-APROVACAO
014690             GO TO 4520-LER-APROVACAO-ID-EXIT
014700     END-READ.
014710     IF APR-ID-SOLICITACAO > WS-ULTIMO-ID-APROVACAO
014720         MOVE APR-ID-SOLICITACAO TO WS-ULTIMO-ID-APROVACAO
014730     END-IF.
014740 4520-LER-APROVACAO-ID-EXIT.
014750     EXIT.
014760
014770*----------------------------------------------------------------
014780*    OPCAO [A] - APROVACAO DE PIX RETIDO NA ALCADA (RESTRITO A
014790*    SUPERVISOR). LISTA AS SOLICITACOES PENDENTES DO DIA; O
014800*    SUPERVISOR QUE DECIDE NAO PODE SER O QUE CAPTOU O PIX.
014810*    APROVADO, O PIX DE FAZER-PIX E EFETIVADO PELO PROPRIO
014820*    4000-FAZER-PIX (MESMAS VALIDACOES DE CHAVE, CONTA, BLOQUEIO,
014830*    SALDO E LIMITE NOTURNO NO MOMENTO DA APROVACAO), COM O
014840*    CAPTADOR EM PXO-ID-OPERADOR E O APROVADOR EM
014850*    PXO-ID-OPER-APROV; O AGENDAMENTO RETIDO E LIBERADO PARA O
014860*    AGENDA-EXEC. REJEITADO, NADA E DEBITADO E O AGENDAMENTO E
014870*    CANCELADO. A SOLICITACAO NAO DECIDIDA NO DIA E EXPIRADA
014880*    PELO BATCH EXPIRA-APROVACAO. PARAGRAFO INCLUIDO AO FINAL DO
014890*    FONTE PARA NAO RENUMERAR O PROGRAMA; E EXECUTADO POR
014900*    3000-MENU-PRINCIPAL.
014910*----------------------------------------------------------------
014920 6900-APROVAR-PIX.
014930     IF NOT WS-SUPERVISOR-LOGADO
014940         DISPLAY 'Acesso restrito a supervisores.'
014950         GO TO 6900-APROVAR-PIX-EXIT
014960     END-IF.
014970
014980     DISPLAY 'Opcao [A] - Aprovacao de Pix (Alcada)'.
014990     PERFORM 6910-LISTAR-APROVACOES
015000         THRU 6910-LISTAR-APROVACOES-EXIT.
015010     IF WS-QTD-APROV-PENDENTES = ZERO
015020         DISPLAY 'Nao ha Pix aguardando aprovacao.'
015030         GO TO 6900-APROVAR-PIX-EXIT
015040     END-IF.
015050
015060     DISPLAY 'Numero da solicitacao (zero = voltar):'.
015070     ACCEPT WS-ID-APROVACAO-ESCOLHIDA.
015080     IF WS-ID-APROVACAO-ESCOLHIDA = ZERO
015090         GO TO 6900-APROVAR-PIX-EXIT
015100     END-IF.
015110
015120     MOVE WS-ID-APROVACAO-ESCOLHIDA TO APR-ID-SOLICITACAO.
015130     READ PIX-APROVACAO
015140         KEY IS APR-ID-SOLICITACAO
015150         INVALID KEY
015160             DISPLAY 'Solicitacao nao encontrada.'
015170             GO TO 6900-APROVAR-PIX-EXIT
015180     END-READ.
015190     IF NOT APR-PENDENTE
015200         DISPLAY 'Solicitacao ja decidida ou expirada.'
015210         GO TO 6900-APROVAR-PIX-EXIT
015220     END-IF.
015230     IF APR-DATA-SOLICITACAO NOT = WS-DATA-AAAAMMDD
015240         DISPLAY 'Solicitacao de outro dia - sera expirada no'
015250                 ' fechamento.'
015260         GO TO 6900-APROVAR-PIX-EXIT
015270     END-IF.
015280     IF APR-ID-OPER-SOLIC = USUARIO
015290         DISPLAY 'A aprovacao deve ser feita por outro'
015300                 ' supervisor.'
015310         GO TO 6900-APROVAR-PIX-EXIT
015320     END-IF.
015330
015340     MOVE APR-VALOR TO WL-VALOR-APROVACAO.
015350     DISPLAY 'Conta de origem: ' APR-NUM-CONTA-ORIGEM.
015360     DISPLAY 'Chave destino..: ' APR-CHAVE-PIX-DESTINO.
015370     DISPLAY 'Valor..........: ' WL-VALOR-APROVACAO.
015380     DISPLAY 'Captado por....: ' APR-ID-OPER-SOLIC.
015390     IF APR-TIPO-AGENDAMENTO
015400         DISPLAY 'Agendado para..: ' APR-DATA-AGENDADA
015410     END-IF.
015420     DISPLAY 'Decisao (A = aprovar, R = rejeitar,'
015430             ' branco = voltar):'.
015440     ACCEPT WS-DECISAO-APROVACAO.
015450
015460     IF WS-DECISAO-APROVACAO = 'R'
015470         PERFORM 6930-REJEITAR-SOLICITACAO
015480             THRU 6930-REJEITAR-SOLICITACAO-EXIT
015490         GO TO 6900-APROVAR-PIX-EXIT
015500     END-IF.
015510     IF WS-DECISAO-APROVACAO NOT = 'A'
015520         DISPLAY 'Nenhuma decisao tomada.'
015530         GO TO 6900-APROVAR-PIX-EXIT
015540     END-IF.
015550
015560     MOVE SPACES TO WS-MOTIVO-REJEICAO.
015570     IF APR-TIPO-AGENDAMENTO
015580         PERFORM 6940-LIBERAR-AGENDAMENTO
015590             THRU 6940-LIBERAR-AGENDAMENTO-EXIT
015600     ELSE
015610         PERFORM 6920-EFETIVAR-APROVADO
015620             THRU 6920-EFETIVAR-APROVADO-EXIT
015630     END-IF.
015640 6900-APROVAR-PIX-EXIT.
015650     EXIT.
015660
015670*----------------------------------------------------------------
015680*    LISTA AS SOLICITACOES PENDENTES DO DIA E DEVOLVE A
015690*    QUANTIDADE EM WS-QTD-APROV-PENDENTES.
015700*----------------------------------------------------------------
015710 6910-LISTAR-APROVACOES.
015720     MOVE ZERO TO WS-QTD-APROV-PENDENTES.
015730     MOVE 'N' TO WS-SW-FIM-APROVACAO.
015740     MOVE ZERO TO APR-ID-SOLICITACAO.
015750     START PIX-APROVACAO
015760         KEY IS NOT LESS THAN APR-ID-SOLICITACAO
015770         INVALID KEY
015780             MOVE 'Y' TO WS-SW-FIM-APROVACAO
015790     END-START.
015800     PERFORM 6911-LER-APROVACAO THRU 6911-LER-APROVACAO-EXIT
015810         UNTIL WS-FIM-APROVACAO.
015820 6910-LISTAR-APROVACOES-EXIT.
015830     EXIT.
015840
015850 6911-LER-APROVACAO.
015860     READ PIX-APROVACAO NEXT RECORD
015870         AT END
015880             MOVE 'Y' TO WS-SW-FIM-APROVACAO
015890             GO TO 6911-LER-APROVACAO-EXIT
015900     END-READ.
015910     IF NOT APR-PENDENTE
015920         GO TO 6911-LER-APROVACAO-EXIT
015930     END-IF.
015940     IF APR-DATA-SOLICITACAO NOT = WS-DATA-AAAAMMDD
015950         GO TO 6911-LER-APROVACAO-EXIT
015960     END-IF.
015970     ADD 1 TO WS-QTD-APROV-PENDENTES.
015980     MOVE APR-VALOR TO WL-VALOR-APROVACAO.
015990     DISPLAY 'Solic: ' APR-ID-SOLICITACAO
016000             ' Tipo: ' APR-TIPO
016010             ' Conta: ' APR-NUM-CONTA-ORIGEM
016020             ' Valor: ' WL-VALOR-APROVACAO
016030             ' Oper: ' APR-ID-OPER-SOLIC.
016040 6911-LER-APROVACAO-EXIT.
016050     EXIT.
016060
016070*----------------------------------------------------------------
016080*    EFETIVA O PIX APROVADO PELO FLUXO NORMAL DE FAZER-PIX, SOB
016090*    CHECKPOINT DE SESSAO. SE O PIX NAO PASSA NAS VALIDACOES NO
016100*    MOMENTO DA APROVACAO, A SOLICITACAO SEGUE PENDENTE.
016102*    A SOLICITACAO E GRAVADA COMO APROVADA ANTES DO DEBITO, PARA
016104*    NAO PODER SER APROVADA (E DEBITADA) DE NOVO, E SO VOLTA A
016106*    PENDENTE SE O PIX FOR RECUSADO.
016110*----------------------------------------------------------------
016120 6920-EFETIVAR-APROVADO.
016122     PERFORM 6960-RESERVAR-SOLICITACAO
016124         THRU 6960-RESERVAR-SOLICITACAO-EXIT.
016126     IF NOT APR-APROVADA
016128         GO TO 6920-EFETIVAR-APROVADO-EXIT
016129     END-IF.
016130     MOVE 'A' TO WS-CKP-TIPO-TRANSACAO.
016140     PERFORM 8100-CHECKPOINT-ABRIR
016150         THRU 8100-CHECKPOINT-ABRIR-EXIT.
016160
016170     MOVE APR-CHAVE-PIX-DESTINO TO WS-CHAVE-DIGITADA.
016180     MOVE APR-VALOR TO WS-VALOR-TRANSF.
016190     MOVE APR-NUM-CONTA-ORIGEM TO WS-CONTA-ORIGEM.
016200     MOVE APR-ID-OPER-SOLIC TO WS-ID-OPER-MOVIMENTO.
016210     MOVE USUARIO TO WS-ID-OPER-APROVADOR.
016220     MOVE 'S' TO WS-SW-EXEC-APROVACAO.
016230     PERFORM 4000-FAZER-PIX THRU 4000-FAZER-PIX-EXIT.
016240     MOVE 'N' TO WS-SW-EXEC-APROVACAO.
016250
016260     IF WS-PIX-EFETIVADO
016270         PERFORM 6950-REGISTRAR-DECISAO
016280             THRU 6950-REGISTRAR-DECISAO-EXIT
016290     ELSE
016300         PERFORM 6970-DEVOLVER-PENDENTE
016310             THRU 6970-DEVOLVER-PENDENTE-EXIT
016320     END-IF.
016330
016340     PERFORM 8200-CHECKPOINT-FECHAR
016350         THRU 8200-CHECKPOINT-FECHAR-EXIT.
016360 6920-EFETIVAR-APROVADO-EXIT.
016370     EXIT.
016380
016390*----------------------------------------------------------------
016400*    REJEICAO DA SOLICITACAO. NADA E DEBITADO; O AGENDAMENTO
016410*    RETIDO E CANCELADO E NAO SERA EXECUTADO PELO AGENDA-EXEC.
016420*----------------------------------------------------------------
016430 6930-REJEITAR-SOLICITACAO.
016440     DISPLAY 'Motivo da rejeicao:'.
016450     ACCEPT WS-MOTIVO-REJEICAO.
016460     IF WS-MOTIVO-REJEICAO = SPACES
016470         DISPLAY 'Motivo obrigatorio. Rejeicao cancelada.'
016480         GO TO 6930-REJEITAR-SOLICITACAO-EXIT
016490     END-IF.
016500
016510     IF APR-TIPO-AGENDAMENTO
016520         MOVE APR-ID-AGENDAMENTO TO AGD-ID-AGENDAMENTO
016530         READ PIX-AGENDA
016540             KEY IS AGD-ID-AGENDAMENTO
016550             INVALID KEY
016560                 DISPLAY 'Agendamento ' APR-ID-AGENDAMENTO
016570                         ' nao encontrado em PIX-AGENDA.'
016580             NOT INVALID KEY
016590                 IF AGD-AGUARDA-APROVACAO
016600                     MOVE 'C' TO AGD-STATUS
016610                     MOVE 'REJEITADO NA ALCADA'
016620                         TO AGD-MOTIVO-FALHA
016630                     REWRITE REG-PIX-AGENDA
016640                         INVALID KEY
016650                             DISPLAY 'ERRO AO ATUALIZAR'
016660                                     ' PIX-AGENDA: '
016670                                     WS-STATUS-PIXAGD
016680                     END-REWRITE
016690                 END-IF
016700         END-READ
016710     END-IF.
016720
016730     PERFORM 6950-REGISTRAR-DECISAO
016740         THRU 6950-REGISTRAR-DECISAO-EXIT.
016750     DISPLAY 'Solicitacao rejeitada. Nada foi debitado.'.
016760 6930-REJEITAR-SOLICITACAO-EXIT.
016770     EXIT.
016780
016790*----------------------------------------------------------------
016800*    APROVACAO DE AGENDAMENTO RETIDO NA ALCADA: O AGENDAMENTO
016810*    VOLTA A PENDENTE COM O SUPERVISOR APROVADOR E SERA EXECUTADO
016820*    PELO AGENDA-EXEC NA DATA AGENDADA, COM AS VALIDACOES DE
016830*    SALDO E BLOQUEIO DAQUELE DIA.
016840*----------------------------------------------------------------
016850 6940-LIBERAR-AGENDAMENTO.
016860     MOVE APR-ID-AGENDAMENTO TO AGD-ID-AGENDAMENTO.
016870     READ PIX-AGENDA
016880         KEY IS AGD-ID-AGENDAMENTO
016890         INVALID KEY
016900             DISPLAY 'Agendamento ' APR-ID-AGENDAMENTO
016910                     ' nao encontrado em PIX-AGENDA.'
016920             GO TO 6940-LIBERAR-AGENDAMENTO-EXIT
016930     END-READ.
016940     IF NOT AGD-AGUARDA-APROVACAO
016950         DISPLAY 'Agendamento nao esta aguardando aprovacao.'
016960         GO TO 6940-LIBERAR-AGENDAMENTO-EXIT
016970     END-IF.
016980
016990     MOVE 'P' TO AGD-STATUS.
017000     MOVE USUARIO TO AGD-ID-OPER-APROV.
017010     REWRITE REG-PIX-AGENDA
017020         INVALID KEY
017030             DISPLAY 'ERRO AO ATUALIZAR PIX-AGENDA: '
017040                     WS-STATUS-PIXAGD
017050             GO TO 6940-LIBERAR-AGENDAMENTO-EXIT
017060     END-REWRITE.
017070
017080     PERFORM 6950-REGISTRAR-DECISAO
017090         THRU 6950-REGISTRAR-DECISAO-EXIT.
017100     DISPLAY 'Agendamento liberado para execucao em '
017110             AGD-DATA-AGENDADA.
017120 6940-LIBERAR-AGENDAMENTO-EXIT.
017130     EXIT.
017140
017150*----------------------------------------------------------------
017160*    GRAVA A DECISAO (WS-DECISAO-APROVACAO, 'A' OU 'R') NA
017170*    SOLICITACAO WS-ID-APROVACAO-ESCOLHIDA, COM O SUPERVISOR, A
017180*    DATA E A HORA, E A REGISTRA NA TRILHA DE AUDITORIA.
017190*----------------------------------------------------------------
017200 6950-REGISTRAR-DECISAO.
017210     MOVE WS-ID-APROVACAO-ESCOLHIDA TO APR-ID-SOLICITACAO.
017220     READ PIX-APROVACAO
017230         KEY IS APR-ID-SOLICITACAO
017240         INVALID KEY
017250             DISPLAY 'ERRO AO RELER PIX-APROVACAO: '
017260                     WS-STATUS-PIXAPR
017270             GO TO 6950-REGISTRAR-DECISAO-EXIT
017280     END-READ.
017290
017300     ACCEPT WS-HORA-COMPLETA FROM TIME.
017310     MOVE WS-DECISAO-APROVACAO TO APR-STATUS.
017320     MOVE USUARIO TO APR-ID-OPER-APROV.
017330     MOVE WS-DATA-AAAAMMDD TO APR-DATA-DECISAO.
017340     MOVE WS-HORA-HHMMSS TO APR-HORA-DECISAO.
017350     MOVE WS-MOTIVO-REJEICAO TO APR-MOTIVO.
017360     REWRITE REG-PIX-APROVACAO
017370         INVALID KEY
017380             DISPLAY 'ERRO AO ATUALIZAR PIX-APROVACAO: '
017390                     WS-STATUS-PIXAPR
017400             GO TO 6950-REGISTRAR-DECISAO-EXIT
017410     END-REWRITE.
017420
017430     MOVE 'A' TO WS-AUD-TIPO-EVENTO.
017440     MOVE SPACES TO WS-AUD-DESCRICAO.
017450     IF APR-APROVADA
017460         STRING 'SOLIC ' APR-ID-SOLICITACAO ' APROVADA - OPER '
017470             APR-ID-OPER-SOLIC
017480             DELIMITED BY SIZE INTO WS-AUD-DESCRICAO
017490     ELSE
017500         STRING 'SOLIC ' APR-ID-SOLICITACAO ' REJEITADA - OPER '
017510             APR-ID-OPER-SOLIC
017520             DELIMITED BY SIZE INTO WS-AUD-DESCRICAO
017530     END-IF.
017540     PERFORM 8000-GRAVAR-AUDITORIA
017550         THRU 8000-GRAVAR-AUDITORIA-EXIT.
017560 6950-REGISTRAR-DECISAO-EXIT.
017570     EXIT.
017580
017590*----------------------------------------------------------------
017600*    OPCAO [E] - TABELA DE EVENTOS CONTABEIS DO PIX (RESTRITO A
017610*    SUPERVISOR), MANTIDA PELO SUBPROGRAMA EVENTO-MANUT. A
017620*    TABELA NAO E USADA PELA SESSAO, ENTAO O CALL DISPENSA O
017630*    FECHA/REABRE DE 8300/8400. PARAGRAFO INCLUIDO AO FINAL DO
017640*    FONTE PARA NAO RENUMERAR O PROGRAMA; E EXECUTADO POR
017650*    3000-MENU-PRINCIPAL.
017660*----------------------------------------------------------------
017670 6990-EVENTOS-CONTABEIS.
017680     IF NOT WS-SUPERVISOR-LOGADO
017690         DISPLAY 'Acesso restrito a supervisores.'
017700         GO TO 6990-EVENTOS-CONTABEIS-EXIT
017710     END-IF.
017720     CALL 'EVENTO-MANUT' USING USUARIO.
017730 6990-EVENTOS-CONTABEIS-EXIT.
017740     EXIT.
017750
017760*----------------------------------------------------------------
017770*    OPCAO [I] - CONSULTA DE UM MOVIMENTO PIX PELO IDENTIFICADOR
017780*    FIM A FIM (ABERTA AO CAIXA), FEITA PELO SUBPROGRAMA
017790*    CONSULTA-ID-PIX, QUE LE O PIX-OUT E O PENDING-PIX DA SESSAO.
017800*    PARAGRAFO INCLUIDO AO FINAL DO FONTE PARA NAO RENUMERAR O
017810*    PROGRAMA; E EXECUTADO POR 3000-MENU-PRINCIPAL.
017820*----------------------------------------------------------------
017830 6995-CONSULTA-ID.
017840     PERFORM 8300-FECHAR-PARA-CALL
017850         THRU 8300-FECHAR-PARA-CALL-EXIT.
017860     CALL 'CONSULTA-ID-PIX' USING USUARIO.
017870     PERFORM 8400-REABRIR-POS-CALL
017880         THRU 8400-REABRIR-POS-CALL-EXIT.
017890 6995-CONSULTA-ID-EXIT.
017900     EXIT.

017910*----------------------------------------------------------------
017920*    OPCAO [B] - CADASTRO DE COBRANCAS PIX DOS CLIENTES
017930*    RECEBEDORES (ABERTO AO CAIXA), MANTIDO PELO SUBPROGRAMA
017940*    COBRANCA-MANUT, QUE LE O CONTA-MASTER DA SESSAO.
017950*    PARAGRAFO INCLUIDO AO FINAL DO FONTE PARA NAO RENUMERAR O
017960*    PROGRAMA; E EXECUTADO POR 3000-MENU-PRINCIPAL.
017970*----------------------------------------------------------------
017980 6996-COBRANCAS.
017990     PERFORM 8300-FECHAR-PARA-CALL
018000         THRU 8300-FECHAR-PARA-CALL-EXIT.
018010     CALL 'COBRANCA-MANUT' USING USUARIO.
018020     PERFORM 8400-REABRIR-POS-CALL
018030         THRU 8400-REABRIR-POS-CALL-EXIT.
018040 6996-COBRANCAS-EXIT.
018050     EXIT.

018070*----------------------------------------------------------------
018080*    OPCAO [M] - MESA DE COMPLIANCE (RESTRITO A SUPERVISOR):
018090*    DECISAO SOBRE OS CASOS DE SUSPEITA ABERTOS PELO ANALISE-PIX,
018100*    FEITA PELO SUBPROGRAMA CASO-MANUT, QUE ATUALIZA O
018110*    CONTA-MASTER E O BLOQUEIOS DA SESSAO E GRAVA A TRILHA DE
018120*    AUDITORIA. PARAGRAFO INCLUIDO AO FINAL DO FONTE PARA NAO
018130*    RENUMERAR O PROGRAMA; E EXECUTADO POR 3000-MENU-PRINCIPAL.
018140*----------------------------------------------------------------
018150 6997-CASOS-SUSPEITA.
018160     IF NOT WS-SUPERVISOR-LOGADO
018170         DISPLAY 'Acesso restrito a supervisores.'
018180         GO TO 6997-CASOS-SUSPEITA-EXIT
018190     END-IF.
018200     PERFORM 8300-FECHAR-PARA-CALL
018210         THRU 8300-FECHAR-PARA-CALL-EXIT.
018220     CALL 'CASO-MANUT' USING USUARIO.
018230     PERFORM 8400-REABRIR-POS-CALL
018240         THRU 8400-REABRIR-POS-CALL-EXIT.
018250 6997-CASOS-SUSPEITA-EXIT.
018260     EXIT.
018270
018280*----------------------------------------------------------------
018290*    GRAVA A SOLICITACAO ESCOLHIDA COMO APROVADA ANTES DE EFETIVAR
018300*    O PIX. SE A GRAVACAO FALHA, NADA E DEBITADO E A SOLICITACAO
018310*    FICA COMO ESTAVA (APR-STATUS VOLTA A 'P' NA AREA DO REGISTRO
018320*    PARA O TESTE DE 6920-EFETIVAR-APROVADO).
018330*    PARAGRAFO INCLUIDO AO FINAL DO FONTE PARA NAO RENUMERAR O
018340*    PROGRAMA; E EXECUTADO POR 6920-EFETIVAR-APROVADO.
018350*----------------------------------------------------------------
018360 6960-RESERVAR-SOLICITACAO.
018370     ACCEPT WS-HORA-COMPLETA FROM TIME.
018380     MOVE 'A' TO APR-STATUS.
018390     MOVE USUARIO TO APR-ID-OPER-APROV.
018400     MOVE WS-DATA-AAAAMMDD TO APR-DATA-DECISAO.
018410     MOVE WS-HORA-HHMMSS TO APR-HORA-DECISAO.
018420     REWRITE REG-PIX-APROVACAO
018430         INVALID KEY
018440             DISPLAY 'ERRO AO ATUALIZAR PIX-APROVACAO: '
018450                     WS-STATUS-PIXAPR
018460             DISPLAY 'Pix nao efetivado. Nada foi debitado.'
018470             MOVE 'P' TO APR-STATUS
018480     END-REWRITE.
018490 6960-RESERVAR-SOLICITACAO-EXIT.
018500     EXIT.
018510
018520*----------------------------------------------------------------
018530*    PIX APROVADO MAS RECUSADO NAS VALIDACOES DO FAZER-PIX: A
018540*    SOLICITACAO VOLTA A PENDENTE PARA NOVA DECISAO. SE A
018550*    GRAVACAO FALHA, ELA FICA COMO APROVADA SEM DEBITO (NAO
018560*    VOLTA A LISTA) E O SUPERVISOR E AVISADO.
018570*    PARAGRAFO INCLUIDO AO FINAL DO FONTE PARA NAO RENUMERAR O
018580*    PROGRAMA; E EXECUTADO POR 6920-EFETIVAR-APROVADO.
018590*----------------------------------------------------------------
018600 6970-DEVOLVER-PENDENTE.
018610     MOVE WS-ID-APROVACAO-ESCOLHIDA TO APR-ID-SOLICITACAO.
018620     READ PIX-APROVACAO
018630         KEY IS APR-ID-SOLICITACAO
018640         INVALID KEY
018650             DISPLAY 'ERRO AO RELER PIX-APROVACAO: '
018660                     WS-STATUS-PIXAPR
018670             GO TO 6970-DEVOLVER-PENDENTE-EXIT
018680     END-READ.
018690
018700     MOVE 'P' TO APR-STATUS.
018710     MOVE SPACES TO APR-ID-OPER-APROV.
018720     MOVE ZERO TO APR-DATA-DECISAO.
018730     MOVE ZERO TO APR-HORA-DECISAO.
018740     REWRITE REG-PIX-APROVACAO
018750         INVALID KEY
018760             DISPLAY 'ERRO AO ATUALIZAR PIX-APROVACAO: '
018770                     WS-STATUS-PIXAPR
018780             DISPLAY 'Pix nao efetivado; solicitacao '
018790                     APR-ID-SOLICITACAO
018800                     ' fora da lista - avisar o suporte.'
018810             GO TO 6970-DEVOLVER-PENDENTE-EXIT
018820     END-REWRITE.
018830     DISPLAY 'Pix nao efetivado; a solicitacao segue'
018840             ' pendente.'.
018850 6970-DEVOLVER-PENDENTE-EXIT.
018860     EXIT.
