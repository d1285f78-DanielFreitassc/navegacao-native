000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EXPIRA-APROVACAO.
000120 AUTHOR. DANIEL L. FREITAS.
000130 INSTALLATION. AGENCIA CENTRAL - SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*    DESCRICAO: EXPIRACAO DAS SOLICITACOES DE APROVACAO DE PIX
000180*               ACIMA DA ALCADA (BATCH DE FIM DE DIA). PERCORRE
000190*               A FILA DE APROVACAO (PIX-APROVACAO) E MARCA COMO
000200*               EXPIRADA TODA SOLICITACAO AINDA PENDENTE: A
000210*               APROVACAO SO VALE NO DIA DA CAPTACAO, E O PIX
000220*               NAO APROVADO NAO E DEBITADO. O AGENDAMENTO
000230*               RETIDO NA ALCADA (PIX-AGENDA, STATUS 'A') DA
000240*               SOLICITACAO EXPIRADA E CANCELADO, PARA NAO SER
000250*               EXECUTADO PELO AGENDA-EXEC. IMPRIME O RELATORIO
000260*               DAS SOLICITACOES EXPIRADAS, PARA CONTATO COM O
000270*               CLIENTE.
000280*    HISTORICO DE ALTERACOES
000290*    DATA       AUTOR     DESCRICAO
000300*    15/10/2026 DLF       CRIACAO DO PROGRAMA.
000310*----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PIX-APROVACAO
000370         ASSIGN TO "PIXAPR"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS APR-ID-SOLICITACAO
000410         FILE STATUS IS WS-STATUS-PIXAPR.
000420
000430     SELECT PIX-AGENDA
000440         ASSIGN TO "PIXAGD"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS AGD-ID-AGENDAMENTO
000480         FILE STATUS IS WS-STATUS-PIXAGD.
000490
000500     SELECT RELATORIO-EXPIRACAO
000510         ASSIGN TO "RELAPR"
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WS-STATUS-RELAPR.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580
000590 FD  PIX-APROVACAO
000600     LABEL RECORD IS STANDARD.
000610 COPY CTPXAPR.
000620
000630 FD  PIX-AGENDA
000640     LABEL RECORD IS STANDARD.
000650 COPY CTPXAGD.
000660
000670 FD  RELATORIO-EXPIRACAO
000680     LABEL RECORD IS STANDARD.
000690 01  REG-RELATORIO-EXPIRACAO    PIC X(80).
000700
000710 WORKING-STORAGE SECTION.
000720
000730*    CODIGOS DE RETORNO DE I-O
000740 01  WS-STATUS-PIXAPR            PIC X(02).
000750 01  WS-STATUS-PIXAGD            PIC X(02).
000760 01  WS-STATUS-RELAPR            PIC X(02).
000770
000780*    DATA E HORA DO SISTEMA
000790 01  WS-DATA-AAAAMMDD            PIC 9(08).
000800 01  WS-HORA-COMPLETA.
000810     05  WS-HORA-HHMMSS          PIC 9(06).
000820     05  WS-HORA-CENTESIMOS      PIC 9(02).
000830
000840*    CAMPOS DE TRABALHO DA SELECAO E DOS TOTAIS
000850 01  WS-SW-FIM-PIXAPR            PIC X(01) VALUE 'N'.
000860     88  WS-FIM-PIXAPR               VALUE 'Y'.
000870 01  WS-QTD-EXPIRADAS            PIC 9(05) COMP VALUE ZERO.
000880 01  WS-QTD-AGD-CANCELADOS       PIC 9(05) COMP VALUE ZERO.
000890 01  WS-TOT-EXPIRADO             PIC S9(11)V99 COMP-3 VALUE ZERO.
000900 01  WL-QTD-ED                   PIC ZZZZ9.
000910 01  WL-TOTAL-ED                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
000920
000930*    LINHA DE DETALHE DO RELATORIO DE SOLICITACOES EXPIRADAS
000940 01  WS-LINHA-EXPIRACAO.
000950     05  FILLER                  PIC X(01)  VALUE SPACE.
000960     05  WL-ID-SOLICITACAO       PIC 9(06).
000970     05  FILLER                  PIC X(01)  VALUE SPACE.
000980     05  WL-TIPO                 PIC X(01).
000990     05  FILLER                  PIC X(01)  VALUE SPACE.
001000     05  WL-NUM-CONTA            PIC Z(9)9.
001010     05  FILLER                  PIC X(01)  VALUE SPACE.
001020     05  WL-VALOR                PIC -ZZZ,ZZZ,ZZ9.99.
001030     05  FILLER                  PIC X(01)  VALUE SPACE.
001040     05  WL-DATA-SOLICITACAO     PIC 9(08).
001050     05  FILLER                  PIC X(01)  VALUE SPACE.
001060     05  WL-ID-OPER-SOLIC        PIC X(08).
001070     05  FILLER                  PIC X(01)  VALUE SPACE.
001080     05  WL-ID-AGENDAMENTO       PIC Z(5)9.
001090
001100*    CONTROLE DE EXECUCAO DO JOB (RUN-CONTROL, VIA CTRL-JOB)
001110 01  WS-PARM-CTRL-JOB.
001120     05  WS-CTL-JOB              PIC X(08) VALUE 'EXPAPROV'.
001130     05  WS-CTL-JOB-PRECEDENTE   PIC X(08)
001140                                 VALUE 'FECHCAIX'.
001150     05  WS-CTL-FASE             PIC X(01).
001160     05  WS-CTL-RETORNO          PIC X(01).
001170
001180 PROCEDURE DIVISION.
001190
001200 0000-MAINLINE.
001210     PERFORM 0100-REGISTRAR-INICIO
001220         THRU 0100-REGISTRAR-INICIO-EXIT.
001230     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001240     PERFORM 2000-PROCESSAR-SOLICITACOES
001250         THRU 2000-PROCESSAR-SOLICITACOES-EXIT.
001260     PERFORM 3000-IMPRIMIR-TOTAIS
001270         THRU 3000-IMPRIMIR-TOTAIS-EXIT.
001280     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001290     PERFORM 9800-REGISTRAR-FIM
001300         THRU 9800-REGISTRAR-FIM-EXIT.
001310     STOP RUN.
001320
001330*----------------------------------------------------------------
001340*    ABERTURA DOS ARQUIVOS E CABECALHO DO RELATORIO. SEM FILA DE
001350*    APROVACAO (NENHUM PIX RETIDO ATE HOJE) O RELATORIO SAI SO
001360*    COM OS TOTAIS ZERADOS.
001370*----------------------------------------------------------------
001380 1000-INICIALIZAR.
001390     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
001400     ACCEPT WS-HORA-COMPLETA FROM TIME.
001410
001420     OPEN I-O PIX-APROVACAO.
001430     IF WS-STATUS-PIXAPR NOT = '00'
001440         OPEN OUTPUT PIX-APROVACAO
001450         CLOSE PIX-APROVACAO
001460         OPEN I-O PIX-APROVACAO
001470     END-IF.
001480     IF WS-STATUS-PIXAPR NOT = '00'
001490         DISPLAY 'ERRO AO ABRIR PIX-APROVACAO: ' WS-STATUS-PIXAPR
001500         STOP RUN
001510     END-IF.
001520
001530     OPEN I-O PIX-AGENDA.
001540     IF WS-STATUS-PIXAGD NOT = '00'
001550         OPEN OUTPUT PIX-AGENDA
001560         CLOSE PIX-AGENDA
001570         OPEN I-O PIX-AGENDA
001580     END-IF.
001590     IF WS-STATUS-PIXAGD NOT = '00'
001600         DISPLAY 'ERRO AO ABRIR PIX-AGENDA: ' WS-STATUS-PIXAGD
001610         STOP RUN
001620     END-IF.
001630
001640     OPEN OUTPUT RELATORIO-EXPIRACAO.
001650     IF WS-STATUS-RELAPR NOT = '00'
001660         DISPLAY 'ERRO AO ABRIR RELATORIO-EXPIRACAO: '
001670             WS-STATUS-RELAPR
001680         STOP RUN
001690     END-IF.
001700
001710     MOVE 'APROVACOES DE PIX (ALCADA) EXPIRADAS SEM DECISAO'
001720         TO REG-RELATORIO-EXPIRACAO.
001730     WRITE REG-RELATORIO-EXPIRACAO.
001740     MOVE SPACES TO REG-RELATORIO-EXPIRACAO.
001750     STRING 'DATA DO PROCESSAMENTO: ' WS-DATA-AAAAMMDD
001760         DELIMITED BY SIZE INTO REG-RELATORIO-EXPIRACAO.
001770     WRITE REG-RELATORIO-EXPIRACAO.
001780     MOVE SPACES TO REG-RELATORIO-EXPIRACAO.
001790     WRITE REG-RELATORIO-EXPIRACAO.
001800     MOVE ' SOLIC. T      CONTA          VALOR DATA     OPERADOR'
001810         TO REG-RELATORIO-EXPIRACAO.
001820     WRITE REG-RELATORIO-EXPIRACAO.
001830 1000-INICIALIZAR-EXIT.
001840     EXIT.
001850
001860*----------------------------------------------------------------
001870*    PERCORRE A FILA DE APROVACAO POR COMPLETO E EXPIRA AS
001880*    SOLICITACOES AINDA PENDENTES.
001890*----------------------------------------------------------------
001900 2000-PROCESSAR-SOLICITACOES.
001910     MOVE ZERO TO APR-ID-SOLICITACAO.
001920     START PIX-APROVACAO KEY IS NOT LESS THAN APR-ID-SOLICITACAO
001930         INVALID KEY
001940             MOVE 'Y' TO WS-SW-FIM-PIXAPR
001950     END-START.
001960
001970     PERFORM 2100-LER-PIXAPR THRU 2100-LER-PIXAPR-EXIT
001980         UNTIL WS-FIM-PIXAPR.
001990 2000-PROCESSAR-SOLICITACOES-EXIT.
002000     EXIT.
002010
002020 2100-LER-PIXAPR.
002030     READ PIX-APROVACAO NEXT RECORD
002040         AT END
002050             MOVE 'Y' TO WS-SW-FIM-PIXAPR
002060             GO TO 2100-LER-PIXAPR-EXIT
002070     END-READ.
002080
002090     IF NOT APR-PENDENTE
002100         GO TO 2100-LER-PIXAPR-EXIT
002110     END-IF.
002120*    SOLICITACAO GRAVADA DEPOIS DA DATA DO PROCESSAMENTO (JOB
002130*    REEXECUTADO APOS A VIRADA) AINDA ESTA NO SEU DIA.
002140     IF APR-DATA-SOLICITACAO > WS-DATA-AAAAMMDD
002150         GO TO 2100-LER-PIXAPR-EXIT
002160     END-IF.
002170
002180     PERFORM 2200-EXPIRAR-SOLICITACAO
002190         THRU 2200-EXPIRAR-SOLICITACAO-EXIT.
002200 2100-LER-PIXAPR-EXIT.
002210     EXIT.
002220
002230*----------------------------------------------------------------
002240*    MARCA A SOLICITACAO COMO EXPIRADA, CANCELA O AGENDAMENTO
002250*    RETIDO E IMPRIME A LINHA DO RELATORIO.
002260*----------------------------------------------------------------
002270 2200-EXPIRAR-SOLICITACAO.
002280     ACCEPT WS-HORA-COMPLETA FROM TIME.
002290     MOVE 'X' TO APR-STATUS.
002300     MOVE WS-DATA-AAAAMMDD TO APR-DATA-DECISAO.
002310     MOVE WS-HORA-HHMMSS TO APR-HORA-DECISAO.
002320     MOVE 'NAO APROVADA NO DIA' TO APR-MOTIVO.
002330     REWRITE REG-PIX-APROVACAO
002340         INVALID KEY
002350             DISPLAY 'ERRO AO ATUALIZAR PIX-APROVACAO: '
002360                     WS-STATUS-PIXAPR
002370             GO TO 2200-EXPIRAR-SOLICITACAO-EXIT
002380     END-REWRITE.
002390
002400     IF APR-TIPO-AGENDAMENTO
002410         PERFORM 2300-CANCELAR-AGENDAMENTO
002420             THRU 2300-CANCELAR-AGENDAMENTO-EXIT
002430     END-IF.
002440
002450     ADD 1 TO WS-QTD-EXPIRADAS.
002460     ADD APR-VALOR TO WS-TOT-EXPIRADO.
002470     MOVE APR-ID-SOLICITACAO TO WL-ID-SOLICITACAO.
002480     MOVE APR-TIPO TO WL-TIPO.
002490     MOVE APR-NUM-CONTA-ORIGEM TO WL-NUM-CONTA.
002500     MOVE APR-VALOR TO WL-VALOR.
002510     MOVE APR-DATA-SOLICITACAO TO WL-DATA-SOLICITACAO.
002520     MOVE APR-ID-OPER-SOLIC TO WL-ID-OPER-SOLIC.
002530     MOVE APR-ID-AGENDAMENTO TO WL-ID-AGENDAMENTO.
002540     MOVE WS-LINHA-EXPIRACAO TO REG-RELATORIO-EXPIRACAO.
002550     WRITE REG-RELATORIO-EXPIRACAO.
002560 2200-EXPIRAR-SOLICITACAO-EXIT.
002570     EXIT.
002580
002590*----------------------------------------------------------------
002600*    CANCELA O AGENDAMENTO AINDA RETIDO NA ALCADA DA SOLICITACAO
002610*    EXPIRADA.
002620*----------------------------------------------------------------
002630 2300-CANCELAR-AGENDAMENTO.
002640     MOVE APR-ID-AGENDAMENTO TO AGD-ID-AGENDAMENTO.
002650     READ PIX-AGENDA
002660         KEY IS AGD-ID-AGENDAMENTO
002670         INVALID KEY
002680             DISPLAY 'AGENDAMENTO NAO ENCONTRADO: '
002690                     APR-ID-AGENDAMENTO
002700             GO TO 2300-CANCELAR-AGENDAMENTO-EXIT
002710     END-READ.
002720     IF NOT AGD-AGUARDA-APROVACAO
002730         GO TO 2300-CANCELAR-AGENDAMENTO-EXIT
002740     END-IF.
002750
002760     MOVE 'C' TO AGD-STATUS.
002770     MOVE 'APROVACAO DA ALCADA EXPIRADA' TO AGD-MOTIVO-FALHA.
002780     REWRITE REG-PIX-AGENDA
002790         INVALID KEY
002800             DISPLAY 'ERRO AO ATUALIZAR PIX-AGENDA: '
002810                     WS-STATUS-PIXAGD
002820             GO TO 2300-CANCELAR-AGENDAMENTO-EXIT
002830     END-REWRITE.
002840     ADD 1 TO WS-QTD-AGD-CANCELADOS.
002850 2300-CANCELAR-AGENDAMENTO-EXIT.
002860     EXIT.
002870
002880*----------------------------------------------------------------
002890*    TOTAIS DE ENCERRAMENTO DO RELATORIO.
002900*----------------------------------------------------------------
002910 3000-IMPRIMIR-TOTAIS.
002920     MOVE SPACES TO REG-RELATORIO-EXPIRACAO.
002930     WRITE REG-RELATORIO-EXPIRACAO.
002940     MOVE WS-QTD-EXPIRADAS TO WL-QTD-ED.
002950     MOVE SPACES TO REG-RELATORIO-EXPIRACAO.
002960     STRING 'SOLICITACOES EXPIRADAS: ' WL-QTD-ED
002970         DELIMITED BY SIZE INTO REG-RELATORIO-EXPIRACAO.
002980     WRITE REG-RELATORIO-EXPIRACAO.
002990     MOVE WS-QTD-AGD-CANCELADOS TO WL-QTD-ED.
003000     MOVE SPACES TO REG-RELATORIO-EXPIRACAO.
003010     STRING 'AGENDAMENTOS CANCELADOS: ' WL-QTD-ED
003020         DELIMITED BY SIZE INTO REG-RELATORIO-EXPIRACAO.
003030     WRITE REG-RELATORIO-EXPIRACAO.
003040     MOVE WS-TOT-EXPIRADO TO WL-TOTAL-ED.
003050     MOVE SPACES TO REG-RELATORIO-EXPIRACAO.
003060     STRING 'VALOR TOTAL NAO EFETIVADO: ' WL-TOTAL-ED
003070         DELIMITED BY SIZE INTO REG-RELATORIO-EXPIRACAO.
003080     WRITE REG-RELATORIO-EXPIRACAO.
003090
003100     MOVE WS-QTD-EXPIRADAS TO WL-QTD-ED.
003110     DISPLAY 'SOLICITACOES EXPIRADAS: ' WL-QTD-ED.
003120     MOVE WS-TOT-EXPIRADO TO WL-TOTAL-ED.
003130     DISPLAY 'VALOR TOTAL NAO EFETIVADO: ' WL-TOTAL-ED.
003140 3000-IMPRIMIR-TOTAIS-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------------
003180*    ENCERRAMENTO DOS ARQUIVOS.
003190*----------------------------------------------------------------
003200 9999-FINALIZAR.
003210     CLOSE PIX-APROVACAO.
003220     CLOSE PIX-AGENDA.
003230     CLOSE RELATORIO-EXPIRACAO.
003240 9999-FINALIZAR-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------------
003280*    REGISTRA O INICIO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB) E
003290*    ABANDONA QUANDO O CONTROLE RECUSA A PARTIDA (PRE-REQUISITO
003300*    NAO CONCLUIDO OU REEXECUCAO SEM LIBERACAO DO SUPERVISOR).
003310*----------------------------------------------------------------
003320 0100-REGISTRAR-INICIO.
003330     MOVE 'I' TO WS-CTL-FASE.
003340     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
003350     IF WS-CTL-RETORNO NOT = '0'
003360         DISPLAY 'EXECUCAO ABANDONADA PELO CONTROLE DE JOBS.'
003370         STOP RUN
003380     END-IF.
003390 0100-REGISTRAR-INICIO-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------------
003430*    REGISTRA A CONCLUSAO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB).
003440*----------------------------------------------------------------
003450 9800-REGISTRAR-FIM.
003460     MOVE 'F' TO WS-CTL-FASE.
003470     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
003480 9800-REGISTRAR-FIM-EXIT.
003490     EXIT.
