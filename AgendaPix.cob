000250*    HISTORICO DE ALTERACOES
000260*    DATA       AUTOR     DESCRICAO
000270*    21/08/2026 DLF       CRIACAO DO PROGRAMA.
000272*    15/10/2026 DLF       AGENDAMENTO DE VALOR ACIMA DA ALCADA DO
000273*                         PERFIL DO OPERADOR (ALCADA-PERFIL) E
000274*                         GRAVADO RETIDO (STATUS 'A'), COM A
000275*                         SOLICITACAO NA FILA DE APROVACAO
000276*                         (PIX-APROVACAO); SO E EXECUTADO PELO
000277*                         AGENDA-EXEC DEPOIS DE APROVADO POR OUTRO
000278*                         SUPERVISOR (OPCAO [A] DE TELA-LOGIN).
000280*----------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000370         RECORD KEY IS CTM-NUM-CONTA
000380         FILE STATUS IS WS-STATUS-CTAMST.
000390
000391     SELECT USUARIO-MASTER
000392         ASSIGN TO "USRMST"
000393         ORGANIZATION IS INDEXED
000394         ACCESS MODE IS DYNAMIC
000395         RECORD KEY IS USM-ID-OPERADOR
000396         FILE STATUS IS WS-STATUS-USRMST.
000397
000400     SELECT PIX-DIRETORIO
000410         ASSIGN TO "PIXDIR"
000420         ORGANIZATION IS INDEXED
000440         RECORD KEY IS PXD-CHAVE-PIX
000450         FILE STATUS IS WS-STATUS-PIXDIR.
000460
000461     SELECT ALCADA-PERFIL
000462         ASSIGN TO "ALCADA"
000463         ORGANIZATION IS INDEXED
000464         ACCESS MODE IS DYNAMIC
000465         RECORD KEY IS ALC-PERFIL
000466         FILE STATUS IS WS-STATUS-ALCADA.
000467
000470     SELECT PIX-AGENDA
000480         ASSIGN TO "PIXAGD"
000490         ORGANIZATION IS INDEXED
000510         RECORD KEY IS AGD-ID-AGENDAMENTO
000520         FILE STATUS IS WS-STATUS-PIXAGD.
000530
000531     SELECT PIX-APROVACAO
000532         ASSIGN TO "PIXAPR"
000533         ORGANIZATION IS INDEXED
000534         ACCESS MODE IS DYNAMIC
000535         RECORD KEY IS APR-ID-SOLICITACAO
000536         FILE STATUS IS WS-STATUS-PIXAPR.
000537
000540 DATA DIVISION.
000550 FILE SECTION.
000560
000580     LABEL RECORD IS STANDARD.
000590 COPY CTCTAM.
000600
000601 FD  USUARIO-MASTER
000602     LABEL RECORD IS STANDARD.
000603 COPY CTUSRM.
000604
000610 FD  PIX-DIRETORIO
000620     LABEL RECORD IS STANDARD.
000630 COPY CTPXDR.
000640
000641 FD  ALCADA-PERFIL
000642     LABEL RECORD IS STANDARD.
000643 COPY CTALCD.
000644
000650 FD  PIX-AGENDA
000660     LABEL RECORD IS STANDARD.
000670 COPY CTPXAGD.
000680
000681 FD  PIX-APROVACAO
000682     LABEL RECORD IS STANDARD.
000683 COPY CTPXAPR.
000684
000690 WORKING-STORAGE SECTION.
000700
000710*    CODIGOS DE RETORNO DE I-O
000720 01  WS-STATUS-CTAMST            PIC X(02).
000730 01  WS-STATUS-PIXDIR            PIC X(02).
000740 01  WS-STATUS-PIXAGD            PIC X(02).
000742 01  WS-STATUS-USRMST            PIC X(02).
000744 01  WS-STATUS-ALCADA            PIC X(02).
000746 01  WS-STATUS-PIXAPR            PIC X(02).
000750
000760*    DATA DO SISTEMA
000770 01  WS-DATA-AAAAMMDD            PIC 9(08).
000870 01  WS-ULTIMO-ID-AGENDA         PIC 9(06) VALUE ZERO.
000880 01  WS-SW-FIM-AGENDA            PIC X(01) VALUE 'N'.
000890     88  WS-FIM-AGENDA               VALUE 'Y'.
000891
000892*    ALCADA DO PERFIL DO OPERADOR E FILA DE APROVACAO
000893 01  WS-SW-EXCEDE-ALCADA         PIC X(01) VALUE 'N'.
000894     88  WS-EXCEDE-ALCADA            VALUE 'S'.
000895 01  WS-ULTIMO-ID-APROVACAO      PIC 9(06) VALUE ZERO.
000896 01  WS-SW-FIM-APROVACAO         PIC X(01) VALUE 'N'.
000897     88  WS-FIM-APROVACAO            VALUE 'Y'.
000898 01  WS-HORA-COMPLETA.
000899     05  WS-HORA-HHMMSS          PIC 9(06).
000900     05  WS-HORA-CENTESIMOS      PIC 9(02).
000900
000910 LINKAGE SECTION.
000920 01  PARM-ID-OPERADOR            PIC X(08).
001360         CLOSE PIX-DIRETORIO
001370         GOBACK
001380     END-IF.
001385     PERFORM 1100-ABRIR-ALCADA THRU 1100-ABRIR-ALCADA-EXIT.
001390 1000-INICIALIZAR-EXIT.
001400     EXIT.
001410
001860         GO TO 2000-CAPTAR-AGENDAMENTO-EXIT
001870     END-IF.
001880
001882     PERFORM 4000-VERIFICAR-ALCADA
001884         THRU 4000-VERIFICAR-ALCADA-EXIT.
001886
001890     PERFORM 3000-PROXIMO-ID-AGENDA
001900         THRU 3000-PROXIMO-ID-AGENDA-EXIT.
001910
001970     MOVE WS-DATA-AGENDADA TO AGD-DATA-AGENDADA.
001980     MOVE WS-DATA-AAAAMMDD TO AGD-DATA-INCLUSAO.
001990     MOVE PARM-ID-OPERADOR TO AGD-ID-OPERADOR.
002000     IF WS-EXCEDE-ALCADA
002002         MOVE 'A' TO AGD-STATUS
002004     ELSE
002006         MOVE 'P' TO AGD-STATUS
002008     END-IF.
002010     MOVE ZERO TO AGD-DATA-EXECUCAO.
002020     MOVE SPACES TO AGD-MOTIVO-FALHA.
002025     MOVE SPACES TO AGD-ID-OPER-APROV.
002030     WRITE REG-PIX-AGENDA
002040         INVALID KEY
002050             DISPLAY 'ERRO AO GRAVAR PIX-AGENDA: '
002070             GO TO 2000-CAPTAR-AGENDAMENTO-EXIT
002080     END-WRITE.
002090
002092     IF WS-EXCEDE-ALCADA
002094         PERFORM 4100-GRAVAR-SOLICITACAO
002095             THRU 4100-GRAVAR-SOLICITACAO-EXIT
002096         GO TO 2000-CAPTAR-AGENDAMENTO-EXIT
002098     END-IF.
002099
002100     DISPLAY 'Pix agendado com sucesso. Agendamento '
002110             AGD-ID-AGENDAMENTO.
002120 2000-CAPTAR-AGENDAMENTO-EXIT.
002500     CLOSE CONTA-MASTER.
002510     CLOSE PIX-DIRETORIO.
002520     CLOSE PIX-AGENDA.
002522     CLOSE USUARIO-MASTER.
002524     CLOSE ALCADA-PERFIL.
002526     CLOSE PIX-APROVACAO.
002530 9999-FINALIZAR-EXIT.
002540     EXIT.
002550
002560*----------------------------------------------------------------
002570*    ABERTURA DOS ARQUIVOS DA ALCADA: USUARIO-MASTER (PERFIL DO
002580*    OPERADOR) E ALCADA-PERFIL SO PARA LEITURA, E A FILA DE
002590*    APROVACAO (PIX-APROVACAO), CRIADA NA PRIMEIRA UTILIZACAO.
002600*    PARAGRAFO INCLUIDO AO FINAL DO FONTE PARA NAO RENUMERAR O
002610*    PROGRAMA; E EXECUTADO POR 1000-INICIALIZAR.
002620*----------------------------------------------------------------
002630 1100-ABRIR-ALCADA.
002640     OPEN INPUT USUARIO-MASTER.
002650     IF WS-STATUS-USRMST NOT = '00'
002660         DISPLAY 'ERRO AO ABRIR USUARIO-MASTER - STATUS '
002670                 WS-STATUS-USRMST
002680         CLOSE CONTA-MASTER
002690         CLOSE PIX-DIRETORIO
002700         CLOSE PIX-AGENDA
002710         GOBACK
002720     END-IF.
002730
002740     OPEN INPUT ALCADA-PERFIL.
002750     IF WS-STATUS-ALCADA NOT = '00'
002760         OPEN OUTPUT ALCADA-PERFIL
002770         CLOSE ALCADA-PERFIL
002780         OPEN INPUT ALCADA-PERFIL
002790     END-IF.
002800
002810     OPEN I-O PIX-APROVACAO.
002820     IF WS-STATUS-PIXAPR NOT = '00'
002830         OPEN OUTPUT PIX-APROVACAO
002840         CLOSE PIX-APROVACAO
002850         OPEN I-O PIX-APROVACAO
002860     END-IF.
002870     IF WS-STATUS-PIXAPR NOT = '00'
002880         DISPLAY 'ERRO AO ABRIR PIX-APROVACAO - STATUS '
002890                 WS-STATUS-PIXAPR
002900         CLOSE CONTA-MASTER
002910         CLOSE PIX-DIRETORIO
002920         CLOSE PIX-AGENDA
002930         CLOSE USUARIO-MASTER
002940         CLOSE ALCADA-PERFIL
002950         GOBACK
002960     END-IF.
002970 1100-ABRIR-ALCADA-EXIT.
002980     EXIT.
002990
003000*----------------------------------------------------------------
003010*    ALCADA DO PERFIL DO OPERADOR QUE CAPTA O AGENDAMENTO (MESMA
003020*    REGRA DE FAZER-PIX). VALOR ACIMA DA ALCADA RETEM O
003030*    AGENDAMENTO ATE A APROVACAO DE OUTRO SUPERVISOR. PERFIL SEM
003040*    REGISTRO NA TABELA NAO TEM ALCADA. DEVOLVE O RESULTADO EM
003050*    WS-SW-EXCEDE-ALCADA.
003060*----------------------------------------------------------------
003070 4000-VERIFICAR-ALCADA.
003080     MOVE 'N' TO WS-SW-EXCEDE-ALCADA.
003090     MOVE PARM-ID-OPERADOR TO USM-ID-OPERADOR.
003100     READ USUARIO-MASTER
003110         KEY IS USM-ID-OPERADOR
003120         INVALID KEY
003130             GO TO 4000-VERIFICAR-ALCADA-EXIT
003140     END-READ.
003150
003160     MOVE USM-PERFIL TO ALC-PERFIL.
003170     READ ALCADA-PERFIL
003180         KEY IS ALC-PERFIL
003190         INVALID KEY
003200             GO TO 4000-VERIFICAR-ALCADA-EXIT
003210     END-READ.
003220
003230     IF WS-VALOR-AGENDADO > ALC-VALOR-LIMITE
003240         MOVE 'S' TO WS-SW-EXCEDE-ALCADA
003250     END-IF.
003260 4000-VERIFICAR-ALCADA-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------------
003300*    GRAVA A SOLICITACAO DE APROVACAO DO AGENDAMENTO RETIDO NA
003310*    ALCADA (TIPO 'A'). SE A FILA NAO PUDER SER GRAVADA, O
003320*    AGENDAMENTO E CANCELADO PARA NAO FICAR RETIDO SEM
003330*    SOLICITACAO.
003340*----------------------------------------------------------------
003350 4100-GRAVAR-SOLICITACAO.
003360     PERFORM 4200-PROXIMO-ID-APROVACAO
003370         THRU 4200-PROXIMO-ID-APROVACAO-EXIT.
003380
003390     ACCEPT WS-HORA-COMPLETA FROM TIME.
003400     ADD 1 TO WS-ULTIMO-ID-APROVACAO.
003410     MOVE WS-ULTIMO-ID-APROVACAO TO APR-ID-SOLICITACAO.
003420     MOVE 'A' TO APR-TIPO.
003430     MOVE AGD-NUM-CONTA-ORIGEM TO APR-NUM-CONTA-ORIGEM.
003440     MOVE AGD-CHAVE-PIX-DESTINO TO APR-CHAVE-PIX-DESTINO.
003450     MOVE AGD-VALOR TO APR-VALOR.
003460     MOVE AGD-ID-AGENDAMENTO TO APR-ID-AGENDAMENTO.
003470     MOVE AGD-DATA-AGENDADA TO APR-DATA-AGENDADA.
003480     MOVE WS-DATA-AAAAMMDD TO APR-DATA-SOLICITACAO.
003490     MOVE WS-HORA-HHMMSS TO APR-HORA-SOLICITACAO.
003500     MOVE PARM-ID-OPERADOR TO APR-ID-OPER-SOLIC.
003510     MOVE 'P' TO APR-STATUS.
003520     MOVE SPACES TO APR-ID-OPER-APROV.
003530     MOVE ZERO TO APR-DATA-DECISAO.
003540     MOVE ZERO TO APR-HORA-DECISAO.
003550     MOVE SPACES TO APR-MOTIVO.
003560     WRITE REG-PIX-APROVACAO
003570         INVALID KEY
003580             DISPLAY 'ERRO AO GRAVAR PIX-APROVACAO: '
003590                     WS-STATUS-PIXAPR
003600             MOVE 'C' TO AGD-STATUS
003610             MOVE 'ERRO NA FILA DE APROVACAO' TO AGD-MOTIVO-FALHA
003620             REWRITE REG-PIX-AGENDA
003630                 INVALID KEY
003640                     DISPLAY 'ERRO AO ATUALIZAR PIX-AGENDA: '
003650                             WS-STATUS-PIXAGD
003660             END-REWRITE
003670             DISPLAY 'Agendamento cancelado.'
003680             GO TO 4100-GRAVAR-SOLICITACAO-EXIT
003690     END-WRITE.
003700
003710     DISPLAY 'Valor acima da alcada do perfil do operador.'.
003720     DISPLAY 'Agendamento ' AGD-ID-AGENDAMENTO
003730             ' retido para aprovacao do supervisor -'
003740             ' solicitacao ' APR-ID-SOLICITACAO.
003750     DISPLAY 'Sem aprovacao hoje, o agendamento e cancelado'
003760             ' no fechamento do dia.'.
003770 4100-GRAVAR-SOLICITACAO-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------------
003810*    PERCORRE A FILA DE APROVACAO POR COMPLETO E DEVOLVE O MAIOR
003820*    NUMERO DE SOLICITACAO JA ATRIBUIDO EM
003830*    WS-ULTIMO-ID-APROVACAO (MESMA NUMERACAO DE FAZER-PIX).
003840*----------------------------------------------------------------
003850 4200-PROXIMO-ID-APROVACAO.
003860     MOVE ZERO TO WS-ULTIMO-ID-APROVACAO.
003870     MOVE 'N' TO WS-SW-FIM-APROVACAO.
003880     MOVE ZERO TO APR-ID-SOLICITACAO.
003890     START PIX-APROVACAO
003900         KEY IS NOT LESS THAN APR-ID-SOLICITACAO
003910         INVALID KEY
003920             MOVE 'Y' TO WS-SW-FIM-APROVACAO
003930     END-START.
003940     PERFORM 4210-LER-APROVACAO THRU 4210-LER-APROVACAO-EXIT
003950         UNTIL WS-FIM-APROVACAO.
003960 4200-PROXIMO-ID-APROVACAO-EXIT.
003970     EXIT.
003980
003990 4210-LER-APROVACAO.
004000     READ PIX-APROVACAO NEXT RECORD
004010         AT END
004020             MOVE 'Y' TO WS-SW-FIM-APROVACAO
004030             GO TO 4210-LER-APROVACAO-EXIT
004040     END-READ.
004050     IF APR-ID-SOLICITACAO > WS-ULTIMO-ID-APROVACAO
004060         MOVE APR-ID-SOLICITACAO TO WS-ULTIMO-ID-APROVACAO
004070     END-IF.
004080 4210-LER-APROVACAO-EXIT.
004090     EXIT.
