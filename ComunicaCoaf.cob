000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. COMUNICA-COAF.
000120 AUTHOR. DANIEL L. FREITAS.
000130 INSTALLATION. AGENCIA CENTRAL - SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*    DESCRICAO: GERACAO DO ARQUIVO DE COMUNICACAO AO COAF
000180*               (BATCH DE FIM DE DIA). PERCORRE O CADASTRO DE
000190*               CASOS DE SUSPEITA (CASO-SUSPEITA) E GRAVA NO
000200*               ARQUIVO DE COMUNICACAO, EM LAYOUT FIXO (HEADER,
000210*               UM DETALHE POR CASO E TRAILER COM QUANTIDADE E
000220*               VALOR TOTAL), OS CASOS MARCADOS PARA COMUNICACAO
000230*               PELA MESA DE COMPLIANCE (CASO-MANUT), COM OS
000240*               DADOS DO TITULAR, OS PADROES, OS VALORES E A
000250*               FUNDAMENTACAO. O CASO GRAVADO PASSA A
000260*               COMUNICADO, COM A DATA. NA REEXECUCAO NO MESMO
000270*               DIA OS CASOS COMUNICADOS NA DATA SAEM DE NOVO,
000280*               PARA QUE O ARQUIVO REFEITO FIQUE COMPLETO.
000290*               IMPRIME O RELATORIO DOS CASOS COMUNICADOS.
000300*    HISTORICO DE ALTERACOES
000310*    DATA       AUTOR     DESCRICAO
000320*    15/10/2026 DLF       CRIACAO DO PROGRAMA.
000330*----------------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CASO-SUSPEITA
000390         ASSIGN TO "CASOSUS"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CAS-ID-CASO
000430         FILE STATUS IS WS-STATUS-CASOSUS.
000440
000450     SELECT CONTA-MASTER
000460         ASSIGN TO "CTAMST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CTM-NUM-CONTA
000500         FILE STATUS IS WS-STATUS-CTAMST.
000510
000520     SELECT COMUNICACAO-COAF
000530         ASSIGN TO "COAFCOM"
000540         ORGANIZATION IS SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS WS-STATUS-COAFCOM.
000570
000580     SELECT RELATORIO-COAF
000590         ASSIGN TO "RELCOAF"
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS WS-STATUS-RELCOAF.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660
000670 FD  CASO-SUSPEITA
000680     LABEL RECORD IS STANDARD.
000690 COPY CTCASO.
000700
000710 FD  CONTA-MASTER
000720     LABEL RECORD IS STANDARD.
000730 COPY CTCTAM.
000740
000750 FD  COMUNICACAO-COAF
000760     LABEL RECORD IS STANDARD.
000770 01  REG-COMUNICACAO-COAF       PIC X(200).
000780
000790 FD  RELATORIO-COAF
000800     LABEL RECORD IS STANDARD.
000810 01  REG-RELATORIO-COAF         PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840
000850*    CODIGOS DE RETORNO DE I-O
000860 01  WS-STATUS-CASOSUS           PIC X(02).
000870 01  WS-STATUS-CTAMST            PIC X(02).
000880 01  WS-STATUS-COAFCOM           PIC X(02).
000890 01  WS-STATUS-RELCOAF           PIC X(02).
000900
000910*    DATA DO SISTEMA
000920 01  WS-DATA-AAAAMMDD            PIC 9(08).
000930
000940*    CAMPOS DE TRABALHO DA SELECAO E DOS TOTAIS
000950 01  WS-SW-FIM-CASOS             PIC X(01) VALUE 'N'.
000960     88  WS-FIM-CASOS                VALUE 'Y'.
000970 01  WS-QTD-COMUNICADOS          PIC 9(06) COMP VALUE ZERO.
000980 01  WS-TOTAL-ENVIADOS           PIC S9(13)V99 COMP-3 VALUE ZERO.
000990 01  WL-QTD-ED                   PIC ZZZZZ9.
001000 01  WL-TOTAL-ED                 PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001010
001020*    REGISTRO HEADER DA COMUNICACAO
001030 01  WS-COAF-HEADER.
001040     05  WCH-TIPO-REGISTRO       PIC X(01)  VALUE 'H'.
001050     05  WCH-DATA-GERACAO        PIC 9(08).
001060     05  WCH-INSTITUICAO         PIC X(30)
001070                                 VALUE 'AGENCIA CENTRAL'.
001080     05  FILLER                  PIC X(161) VALUE SPACES.
001090
001100*    REGISTRO DETALHE DA COMUNICACAO (UM CASO DE SUSPEITA)
001110 01  WS-COAF-DETALHE.
001120     05  WCD-TIPO-REGISTRO       PIC X(01)  VALUE 'D'.
001130     05  WCD-ID-CASO             PIC 9(06).
001140     05  WCD-NUM-CONTA           PIC 9(10).
001150     05  WCD-DOCUMENTO           PIC X(14).
001160     05  WCD-NOME-TITULAR        PIC X(30).
001170     05  WCD-DATA-ABERTURA       PIC 9(08).
001180     05  WCD-DATA-ULT-DETECCAO   PIC 9(08).
001190     05  WCD-QTD-DETECCOES       PIC 9(03).
001200     05  WCD-PONTOS              PIC 9(03).
001210     05  WCD-IND-PULVERIZACAO    PIC X(01).
001220     05  WCD-IND-PASSAGEM        PIC X(01).
001230     05  WCD-IND-SOB-LIMITE      PIC X(01).
001240     05  WCD-QTD-ENVIADOS        PIC 9(05).
001250     05  WCD-VAL-ENVIADOS        PIC 9(11)V99.
001260     05  WCD-VAL-CREDITOS        PIC 9(11)V99.
001270     05  WCD-IND-BLOQUEIO        PIC X(01).
001280     05  WCD-DATA-DECISAO        PIC 9(08).
001290     05  WCD-ID-OPER-DECISAO     PIC X(08).
001300     05  WCD-FUNDAMENTACAO       PIC X(40).
001310     05  FILLER                  PIC X(26)  VALUE SPACES.
001320
001330*    REGISTRO TRAILER DA COMUNICACAO
001340 01  WS-COAF-TRAILER.
001350     05  WCT-TIPO-REGISTRO       PIC X(01)  VALUE 'T'.
001360     05  WCT-QTD-DETALHES        PIC 9(06).
001370     05  WCT-VALOR-TOTAL         PIC 9(13)V99.
001380     05  FILLER                  PIC X(178) VALUE SPACES.
001390
001400*    LINHA DE DETALHE DO RELATORIO DE CASOS COMUNICADOS
001410 01  WS-LINHA-COMUNICADO.
001420     05  FILLER                  PIC X(01)  VALUE SPACE.
001430     05  WL-ID-CASO              PIC 9(06).
001440     05  FILLER                  PIC X(02)  VALUE SPACE.
001450     05  WL-NUM-CONTA            PIC Z(9)9.
001460     05  FILLER                  PIC X(02)  VALUE SPACE.
001470     05  WL-NOME-TITULAR         PIC X(30).
001480     05  FILLER                  PIC X(02)  VALUE SPACE.
001490     05  WL-VAL-ENVIADOS         PIC -ZZZ,ZZZ,ZZ9.99.
001500
001510*    CONTROLE DE EXECUCAO DO JOB (RUN-CONTROL, VIA CTRL-JOB)
001520 01  WS-PARM-CTRL-JOB.
001530     05  WS-CTL-JOB              PIC X(08) VALUE 'COMCOAF'.
001540     05  WS-CTL-JOB-PRECEDENTE   PIC X(08)
001550                                 VALUE SPACES.
001560     05  WS-CTL-FASE             PIC X(01).
001570     05  WS-CTL-RETORNO          PIC X(01).
001580
001590 PROCEDURE DIVISION.
001600
001610 0000-MAINLINE.
001620     PERFORM 0100-REGISTRAR-INICIO
001630         THRU 0100-REGISTRAR-INICIO-EXIT.
001640     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001650     PERFORM 2000-GERAR-DETALHES
001660         THRU 2000-GERAR-DETALHES-EXIT.
001670     PERFORM 3000-GRAVAR-TRAILER
001680         THRU 3000-GRAVAR-TRAILER-EXIT.
001690     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001700     PERFORM 9800-REGISTRAR-FIM
001710         THRU 9800-REGISTRAR-FIM-EXIT.
001720     STOP RUN.
001730
001740*----------------------------------------------------------------
001750*    ABERTURA DOS ARQUIVOS, GRAVACAO DO HEADER DA COMUNICACAO E
001760*    CABECALHO DO RELATORIO. SEM CADASTRO DE CASOS (NENHUM CASO
001770*    ABERTO ATE HOJE) A COMUNICACAO SAI SO COM HEADER E TRAILER.
001780*----------------------------------------------------------------
001790 1000-INICIALIZAR.
001800     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
001810
001820     OPEN I-O CASO-SUSPEITA.
001830     IF WS-STATUS-CASOSUS NOT = '00'
001840         OPEN OUTPUT CASO-SUSPEITA
001850         CLOSE CASO-SUSPEITA
001860         OPEN I-O CASO-SUSPEITA
001870     END-IF.
001880     IF WS-STATUS-CASOSUS NOT = '00'
001890         DISPLAY 'ERRO AO ABRIR CASO-SUSPEITA: ' WS-STATUS-CASOSUS
001900         STOP RUN
001910     END-IF.
001920
001930     OPEN INPUT CONTA-MASTER.
001940     IF WS-STATUS-CTAMST NOT = '00'
001950         DISPLAY 'ERRO AO ABRIR CONTA-MASTER: ' WS-STATUS-CTAMST
001960         STOP RUN
001970     END-IF.
001980
001990     OPEN OUTPUT COMUNICACAO-COAF.
002000     IF WS-STATUS-COAFCOM NOT = '00'
002010         DISPLAY 'ERRO AO ABRIR COMUNICACAO-COAF: '
002020             WS-STATUS-COAFCOM
002030         STOP RUN
002040     END-IF.
002050
002060     OPEN OUTPUT RELATORIO-COAF.
002070     IF WS-STATUS-RELCOAF NOT = '00'
002080         DISPLAY 'ERRO AO ABRIR RELATORIO-COAF: '
002090             WS-STATUS-RELCOAF
002100         STOP RUN
002110     END-IF.
002120
002130     MOVE WS-DATA-AAAAMMDD TO WCH-DATA-GERACAO.
002140     MOVE WS-COAF-HEADER TO REG-COMUNICACAO-COAF.
002150     WRITE REG-COMUNICACAO-COAF.
002160
002170     MOVE 'COMUNICACAO AO COAF - CASOS DE SUSPEITA COMUNICADOS'
002180         TO REG-RELATORIO-COAF.
002190     WRITE REG-RELATORIO-COAF.
002200     MOVE SPACES TO REG-RELATORIO-COAF.
002210     STRING 'DATA DO PROCESSAMENTO: ' WS-DATA-AAAAMMDD
002220         DELIMITED BY SIZE INTO REG-RELATORIO-COAF.
002230     WRITE REG-RELATORIO-COAF.
002240     MOVE SPACES TO REG-RELATORIO-COAF.
002250     WRITE REG-RELATORIO-COAF.
002260     MOVE ' CASO    CONTA       TITULAR'
002270         TO REG-RELATORIO-COAF.
002280     MOVE 'VALOR ENVIADO' TO REG-RELATORIO-COAF(60:13).
002290     WRITE REG-RELATORIO-COAF.
002300 1000-INICIALIZAR-EXIT.
002310     EXIT.
002320
002330*----------------------------------------------------------------
002340*    PERCORRE O CADASTRO DE CASOS E GRAVA UM DETALHE PARA CADA
002350*    CASO MARCADO PARA COMUNICACAO (OU JA COMUNICADO NA DATA).
002360*----------------------------------------------------------------
002370 2000-GERAR-DETALHES.
002380     MOVE ZERO TO CAS-ID-CASO.
002390     START CASO-SUSPEITA KEY IS NOT LESS THAN CAS-ID-CASO
002400         INVALID KEY
002410             MOVE 'Y' TO WS-SW-FIM-CASOS
002420     END-START.
002430     PERFORM 2100-LER-CASO THRU 2100-LER-CASO-EXIT
002440         UNTIL WS-FIM-CASOS.
002450 2000-GERAR-DETALHES-EXIT.
002460     EXIT.
002470
002480 2100-LER-CASO.
002490     READ CASO-SUSPEITA NEXT RECORD
002500         AT END
002510             MOVE 'Y' TO WS-SW-FIM-CASOS
002520             GO TO 2100-LER-CASO-EXIT
002530     END-READ.
002540
002550     IF NOT CAS-A-COMUNICAR
002560         AND NOT (CAS-COMUNICADO
002570                  AND CAS-DATA-COMUNICACAO = WS-DATA-AAAAMMDD)
002580         GO TO 2100-LER-CASO-EXIT
002590     END-IF.
002600
002610     MOVE CAS-NUM-CONTA TO CTM-NUM-CONTA.
002620     READ CONTA-MASTER
002630         KEY IS CTM-NUM-CONTA
002640         INVALID KEY
002650             MOVE SPACES TO CTM-DOCUMENTO
002660             MOVE 'CONTA NAO CADASTRADA' TO CTM-NOME-TITULAR
002670     END-READ.
002680
002690     MOVE CAS-ID-CASO TO WCD-ID-CASO.
002700     MOVE CAS-NUM-CONTA TO WCD-NUM-CONTA.
002710     MOVE CTM-DOCUMENTO TO WCD-DOCUMENTO.
002720     MOVE CTM-NOME-TITULAR TO WCD-NOME-TITULAR.
002730     MOVE CAS-DATA-ABERTURA TO WCD-DATA-ABERTURA.
002740     MOVE CAS-DATA-ULT-DETECCAO TO WCD-DATA-ULT-DETECCAO.
002750     MOVE CAS-QTD-DETECCOES TO WCD-QTD-DETECCOES.
002760     MOVE CAS-PONTOS TO WCD-PONTOS.
002770     MOVE CAS-IND-PULVERIZACAO TO WCD-IND-PULVERIZACAO.
002780     MOVE CAS-IND-PASSAGEM TO WCD-IND-PASSAGEM.
002790     MOVE CAS-IND-SOB-LIMITE TO WCD-IND-SOB-LIMITE.
002800     MOVE CAS-QTD-ENVIADOS TO WCD-QTD-ENVIADOS.
002810     MOVE CAS-VAL-ENVIADOS TO WCD-VAL-ENVIADOS.
002820     MOVE CAS-VAL-CREDITOS TO WCD-VAL-CREDITOS.
002830     MOVE CAS-IND-BLOQUEIO TO WCD-IND-BLOQUEIO.
002840     MOVE CAS-DATA-DECISAO TO WCD-DATA-DECISAO.
002850     MOVE CAS-ID-OPER-DECISAO TO WCD-ID-OPER-DECISAO.
002860     MOVE CAS-MOTIVO TO WCD-FUNDAMENTACAO.
002870     MOVE WS-COAF-DETALHE TO REG-COMUNICACAO-COAF.
002880     WRITE REG-COMUNICACAO-COAF.
002890
002900     IF CAS-A-COMUNICAR
002910         MOVE 'E' TO CAS-STATUS
002920         MOVE WS-DATA-AAAAMMDD TO CAS-DATA-COMUNICACAO
002930         REWRITE REG-CASO-SUSPEITA
002940             INVALID KEY
002950                 DISPLAY 'ERRO AO ATUALIZAR CASO-SUSPEITA: '
002960                         WS-STATUS-CASOSUS ' CASO ' CAS-ID-CASO
002970         END-REWRITE
002980     END-IF.
002990
003000     ADD 1 TO WS-QTD-COMUNICADOS.
003010     ADD CAS-VAL-ENVIADOS TO WS-TOTAL-ENVIADOS.
003020
003030     MOVE CAS-ID-CASO TO WL-ID-CASO.
003040     MOVE CAS-NUM-CONTA TO WL-NUM-CONTA.
003050     MOVE CTM-NOME-TITULAR TO WL-NOME-TITULAR.
003060     MOVE CAS-VAL-ENVIADOS TO WL-VAL-ENVIADOS.
003070     MOVE WS-LINHA-COMUNICADO TO REG-RELATORIO-COAF.
003080     WRITE REG-RELATORIO-COAF.
003090 2100-LER-CASO-EXIT.
003100     EXIT.
003110
003120*----------------------------------------------------------------
003130*    GRAVACAO DO TRAILER DA COMUNICACAO E TOTAIS DO RELATORIO.
003140*----------------------------------------------------------------
003150 3000-GRAVAR-TRAILER.
003160     MOVE WS-QTD-COMUNICADOS TO WCT-QTD-DETALHES.
003170     MOVE WS-TOTAL-ENVIADOS TO WCT-VALOR-TOTAL.
003180     MOVE WS-COAF-TRAILER TO REG-COMUNICACAO-COAF.
003190     WRITE REG-COMUNICACAO-COAF.
003200
003210     MOVE WS-QTD-COMUNICADOS TO WL-QTD-ED.
003220     MOVE WS-TOTAL-ENVIADOS TO WL-TOTAL-ED.
003230     MOVE SPACES TO REG-RELATORIO-COAF.
003240     WRITE REG-RELATORIO-COAF.
003250     MOVE SPACES TO REG-RELATORIO-COAF.
003260     STRING 'CASOS COMUNICADOS: ' WL-QTD-ED
003270         '  VALOR ENVIADO ' WL-TOTAL-ED
003280         DELIMITED BY SIZE INTO REG-RELATORIO-COAF.
003290     WRITE REG-RELATORIO-COAF.
003300     DISPLAY 'COMUNICACAO AO COAF GERADA. CASOS: ' WL-QTD-ED
003310             '  VALOR ENVIADO: ' WL-TOTAL-ED.
003320 3000-GRAVAR-TRAILER-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------------
003360*    ENCERRAMENTO DOS ARQUIVOS.
003370*----------------------------------------------------------------
003380 9999-FINALIZAR.
003390     CLOSE CASO-SUSPEITA.
003400     CLOSE CONTA-MASTER.
003410     CLOSE COMUNICACAO-COAF.
003420     CLOSE RELATORIO-COAF.
003430 9999-FINALIZAR-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------------
003470*    REGISTRA O INICIO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB) E
003480*    ABANDONA QUANDO O CONTROLE RECUSA A PARTIDA (PRE-REQUISITO
003490*    NAO CONCLUIDO OU REEXECUCAO SEM LIBERACAO DO SUPERVISOR).
003500*----------------------------------------------------------------
003510 0100-REGISTRAR-INICIO.
003520     MOVE 'I' TO WS-CTL-FASE.
003530     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
003540     IF WS-CTL-RETORNO NOT = '0'
003550         DISPLAY 'EXECUCAO ABANDONADA PELO CONTROLE DE JOBS.'
003560         STOP RUN
003570     END-IF.
003580 0100-REGISTRAR-INICIO-EXIT.
003590     EXIT.
003600
003610*----------------------------------------------------------------
003620*    REGISTRA A CONCLUSAO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB).
003630*----------------------------------------------------------------
003640 9800-REGISTRAR-FIM.
003650     MOVE 'F' TO WS-CTL-FASE.
003660     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
003670 9800-REGISTRAR-FIM-EXIT.
003680     EXIT.
