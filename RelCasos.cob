000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RELATORIO-CASOS.
000120 AUTHOR. DANIEL L. FREITAS.
000130 INSTALLATION. AGENCIA CENTRAL - SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*    DESCRICAO: RELATORIO SEMANAL DE CASOS DE SUSPEITA EM ABERTO
000180*               POR IDADE (BATCH). PERCORRE O CADASTRO DE CASOS
000190*               (CASO-SUSPEITA) E LISTA OS CASOS AINDA SEM
000200*               DECISAO FINAL DA MESA DE COMPLIANCE (ABERTOS E
000210*               COM BLOQUEIO PREVENTIVO), AGRUPADOS POR FAIXA DE
000220*               IDADE EM DIAS DESDE A ABERTURA (ATE 7, 8 A 15,
000230*               16 A 30 E MAIS DE 30 DIAS), DO MAIS ANTIGO PARA
000240*               O MAIS RECENTE, COM A QUANTIDADE POR FAIXA.
000250*    HISTORICO DE ALTERACOES
000260*    DATA       AUTOR     DESCRICAO
000270*    15/10/2026 DLF       CRIACAO DO PROGRAMA.
000280*----------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CASO-SUSPEITA
000340         ASSIGN TO "CASOSUS"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CAS-ID-CASO
000380         FILE STATUS IS WS-STATUS-CASOSUS.
000390
000400     SELECT CONTA-MASTER
000410         ASSIGN TO "CTAMST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CTM-NUM-CONTA
000450         FILE STATUS IS WS-STATUS-CTAMST.
000460
000470     SELECT RELATORIO-CASOS
000480         ASSIGN TO "RELCAS"
000490         ORGANIZATION IS SEQUENTIAL
000500         ACCESS MODE IS SEQUENTIAL
000510         FILE STATUS IS WS-STATUS-RELCAS.
000520
000530     SELECT WORK-CASOS
000540         ASSIGN TO "SRTCAS".
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580
000590 FD  CASO-SUSPEITA
000600     LABEL RECORD IS STANDARD.
000610 COPY CTCASO.
000620
000630 FD  CONTA-MASTER
000640     LABEL RECORD IS STANDARD.
000650 COPY CTCTAM.
000660
000670 FD  RELATORIO-CASOS
000680     LABEL RECORD IS STANDARD.
000690 01  REG-RELATORIO-CASOS        PIC X(80).
000700
000710 SD  WORK-CASOS.
000720 01  REG-WORK-CASOS.
000730     05  WRK-FAIXA               PIC X(01).
000740         88  WRK-FAIXA-ATE-7         VALUE '1'.
000750         88  WRK-FAIXA-ATE-15        VALUE '2'.
000760         88  WRK-FAIXA-ATE-30        VALUE '3'.
000770         88  WRK-FAIXA-MAIS-30       VALUE '4'.
000780     05  WRK-DATA-ABERTURA       PIC 9(08).
000790     05  WRK-ID-CASO             PIC 9(06).
000800     05  WRK-NUM-CONTA           PIC 9(10).
000810     05  WRK-IDADE               PIC 9(05).
000820     05  WRK-QTD-DETECCOES       PIC 9(03).
000830     05  WRK-PONTOS              PIC 9(03).
000840     05  WRK-STATUS              PIC X(01).
000850     05  WRK-VAL-ENVIADOS        PIC S9(11)V99 COMP-3.
000860
000870 WORKING-STORAGE SECTION.
000880
000890*    CODIGOS DE RETORNO DE I-O
000900 01  WS-STATUS-CASOSUS           PIC X(02).
000910 01  WS-STATUS-CTAMST            PIC X(02).
000920 01  WS-STATUS-RELCAS            PIC X(02).
000930
000940*    DATA DO SISTEMA
000950 01  WS-DATA-AAAAMMDD            PIC 9(08).
000960
000970*    CAMPOS DE TRABALHO DA SELECAO E DA QUEBRA POR FAIXA
000980 01  WS-SW-FIM-CASOS             PIC X(01) VALUE 'N'.
000990     88  WS-FIM-CASOS                VALUE 'Y'.
001000 01  WS-SW-FIM-SORT              PIC X(01) VALUE 'N'.
001010     88  WS-FIM-SORT                 VALUE 'Y'.
001012 01  WS-SW-CASOSUS               PIC X(01) VALUE 'S'.
001014     88  WS-CASOSUS-DISPONIVEL       VALUE 'S'.
001020 01  WS-FAIXA-ANTERIOR           PIC X(01) VALUE SPACE.
001030 01  WS-SERIAL-HOJE              PIC 9(08) COMP.
001040 01  WS-DIAS-ABERTO              PIC S9(08) COMP.
001050 01  WS-NOME-TITULAR             PIC X(30).
001060
001070*    CONTADORES POR FAIXA E GERAIS
001080 01  WS-QTD-FAIXA                PIC 9(05) COMP VALUE ZERO.
001090 01  WS-QTD-CASOS                PIC 9(05) COMP VALUE ZERO.
001100 01  WS-QTD-ATE-7                PIC 9(05) COMP VALUE ZERO.
001110 01  WS-QTD-ATE-15               PIC 9(05) COMP VALUE ZERO.
001120 01  WS-QTD-ATE-30               PIC 9(05) COMP VALUE ZERO.
001130 01  WS-QTD-MAIS-30              PIC 9(05) COMP VALUE ZERO.
001140 01  WS-TOT-ENVIADOS             PIC S9(11)V99 COMP-3 VALUE ZERO.
001150 01  WL-QTD-ED                   PIC ZZZZ9.
001160 01  WL-TOTAL-ED                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001170 01  WL-DESCRICAO-FAIXA          PIC X(20).
001180
001190*    CALCULO DE DIAS CORRIDOS (SERIAL) DE UMA DATA AAAAMMDD,
001200*    COMO EM DEVOLVE-PENDENCIA. A TABELA GUARDA OS DIAS
001210*    ACUMULADOS ANTES DE CADA MES (ANO NAO BISSEXTO).
001220 01  WS-DS-DATA                  PIC 9(08).
001230 01  WS-DS-ANO                   PIC 9(05) COMP.
001240 01  WS-DS-MES                   PIC 9(02) COMP.
001250 01  WS-DS-DIA                   PIC 9(02) COMP.
001260 01  WS-DS-SERIAL                PIC 9(08) COMP.
001270 01  WS-DS-QUOCIENTE             PIC 9(05) COMP.
001280 01  WS-DS-RESTO                 PIC 9(04) COMP.
001290 01  WS-TAB-DIAS-ACUM-VAL        PIC X(36) VALUE
001300     '000031059090120151181212243273304334'.
001310 01  WS-TAB-DIAS-ACUM REDEFINES WS-TAB-DIAS-ACUM-VAL.
001320     05  WS-DIAS-ACUM            PIC 9(03) OCCURS 12 TIMES.
001330
001340*    LINHA DE DETALHE DO RELATORIO (SITUACAO A = ABERTO,
001350*    B = COM BLOQUEIO PREVENTIVO AGUARDANDO DECISAO FINAL)
001360 01  WS-LINHA-CASO.
001370     05  FILLER                  PIC X(01)  VALUE SPACE.
001380     05  WL-ID-CASO              PIC 9(06).
001390     05  FILLER                  PIC X(01)  VALUE SPACE.
001400     05  WL-NUM-CONTA            PIC Z(9)9.
001410     05  FILLER                  PIC X(01)  VALUE SPACE.
001420     05  WL-NOME-TITULAR         PIC X(20).
001430     05  FILLER                  PIC X(01)  VALUE SPACE.
001440     05  WL-DATA-ABERTURA        PIC 9(08).
001450     05  FILLER                  PIC X(01)  VALUE SPACE.
001460     05  WL-IDADE                PIC ZZZZ9.
001470     05  FILLER                  PIC X(01)  VALUE SPACE.
001480     05  WL-QTD-DETECCOES        PIC ZZ9.
001490     05  FILLER                  PIC X(01)  VALUE SPACE.
001500     05  WL-PONTOS               PIC ZZ9.
001510     05  FILLER                  PIC X(01)  VALUE SPACE.
001520     05  WL-STATUS               PIC X(01).
001530     05  FILLER                  PIC X(01)  VALUE SPACE.
001540     05  WL-VAL-ENVIADOS         PIC -ZZZ,ZZZ,ZZ9.99.
001550
001560*    CONTROLE DE EXECUCAO DO JOB (RUN-CONTROL, VIA CTRL-JOB)
001570 01  WS-PARM-CTRL-JOB.
001580     05  WS-CTL-JOB              PIC X(08) VALUE 'RELCASOS'.
001590     05  WS-CTL-JOB-PRECEDENTE   PIC X(08)
001600                                 VALUE SPACES.
001610     05  WS-CTL-FASE             PIC X(01).
001620     05  WS-CTL-RETORNO          PIC X(01).
001630
001640 PROCEDURE DIVISION.
001650
001660 0000-MAINLINE.
001670     PERFORM 0100-REGISTRAR-INICIO
001680         THRU 0100-REGISTRAR-INICIO-EXIT.
001690     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001700     SORT WORK-CASOS
001710         ON DESCENDING KEY WRK-FAIXA
001720         ON ASCENDING KEY WRK-DATA-ABERTURA WRK-ID-CASO
001730         INPUT PROCEDURE IS 2000-SELECIONAR-CASOS
001740             THRU 2000-SELECIONAR-CASOS-EXIT
001750         OUTPUT PROCEDURE IS 4000-IMPRIMIR-CASOS
001760             THRU 4000-IMPRIMIR-CASOS-EXIT.
001770     PERFORM 3000-IMPRIMIR-TOTAIS
001780         THRU 3000-IMPRIMIR-TOTAIS-EXIT.
001790     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001800     PERFORM 9800-REGISTRAR-FIM
001810         THRU 9800-REGISTRAR-FIM-EXIT.
001820     STOP RUN.
001830
001840*----------------------------------------------------------------
001850*    ABERTURA DOS ARQUIVOS E CABECALHO DO RELATORIO. SEM
001860*    CADASTRO DE CASOS (NENHUM CASO ABERTO ATE HOJE) O
001870*    RELATORIO SAI SO COM OS TOTAIS ZERADOS.
001880*----------------------------------------------------------------
001890 1000-INICIALIZAR.
001900     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
001910     MOVE WS-DATA-AAAAMMDD TO WS-DS-DATA.
001920     PERFORM 8500-CALCULAR-SERIAL
001930         THRU 8500-CALCULAR-SERIAL-EXIT.
001940     MOVE WS-DS-SERIAL TO WS-SERIAL-HOJE.
001950
001960     OPEN INPUT CASO-SUSPEITA.
001970     IF WS-STATUS-CASOSUS = '35'
001980         MOVE 'N' TO WS-SW-CASOSUS
001990         MOVE 'Y' TO WS-SW-FIM-CASOS
002000     ELSE
002010         IF WS-STATUS-CASOSUS NOT = '00'
002020             DISPLAY 'ERRO AO ABRIR CASO-SUSPEITA: '
002030                 WS-STATUS-CASOSUS
002040             STOP RUN
002045         END-IF
002050     END-IF.
002060
002070     OPEN INPUT CONTA-MASTER.
002080     IF WS-STATUS-CTAMST NOT = '00'
002090         DISPLAY 'ERRO AO ABRIR CONTA-MASTER: ' WS-STATUS-CTAMST
002100         STOP RUN
002110     END-IF.
002120
002130     OPEN OUTPUT RELATORIO-CASOS.
002140     IF WS-STATUS-RELCAS NOT = '00'
002150         DISPLAY 'ERRO AO ABRIR RELATORIO-CASOS: '
002160             WS-STATUS-RELCAS
002170         STOP RUN
002180     END-IF.
002190
002200     MOVE 'CASOS DE SUSPEITA EM ABERTO POR IDADE (DIAS DESDE A'
002210         TO REG-RELATORIO-CASOS.
002220     WRITE REG-RELATORIO-CASOS.
002230     MOVE 'ABERTURA) - SEMANAL'
002240         TO REG-RELATORIO-CASOS.
002250     WRITE REG-RELATORIO-CASOS.
002260     MOVE SPACES TO REG-RELATORIO-CASOS.
002270     STRING 'DATA DO PROCESSAMENTO: ' WS-DATA-AAAAMMDD
002280         DELIMITED BY SIZE INTO REG-RELATORIO-CASOS.
002290     WRITE REG-RELATORIO-CASOS.
002300     MOVE SPACES TO REG-RELATORIO-CASOS.
002310     WRITE REG-RELATORIO-CASOS.
002320     MOVE ' CASO        CONTA TITULAR              ABERTURA'
002330         TO REG-RELATORIO-CASOS.
002340     MOVE 'DIAS DET PTS S' TO REG-RELATORIO-CASOS(51:14).
002350     MOVE 'ENVIADO' TO REG-RELATORIO-CASOS(73:7).
002360     WRITE REG-RELATORIO-CASOS.
002370 1000-INICIALIZAR-EXIT.
002380     EXIT.
002390
002400*----------------------------------------------------------------
002410*    PROCEDIMENTO DE ENTRADA DO SORT. PERCORRE O CADASTRO DE
002420*    CASOS E LIBERA (RELEASE) OS AINDA SEM DECISAO FINAL, COM A
002430*    IDADE EM DIAS E A FAIXA CORRESPONDENTE.
002440*----------------------------------------------------------------
002450 2000-SELECIONAR-CASOS.
002455     IF NOT WS-CASOSUS-DISPONIVEL
002456         GO TO 2000-SELECIONAR-CASOS-EXIT
002457     END-IF.
002460     MOVE ZERO TO CAS-ID-CASO.
002470     START CASO-SUSPEITA KEY IS NOT LESS THAN CAS-ID-CASO
002480         INVALID KEY
002490             MOVE 'Y' TO WS-SW-FIM-CASOS
002500     END-START.
002510     PERFORM 2100-LER-CASO THRU 2100-LER-CASO-EXIT
002520         UNTIL WS-FIM-CASOS.
002530 2000-SELECIONAR-CASOS-EXIT.
002540     EXIT.
002550
002560 2100-LER-CASO.
002570     READ CASO-SUSPEITA NEXT RECORD
002580         AT END
002590             MOVE 'Y' TO WS-SW-FIM-CASOS
002600             GO TO 2100-LER-CASO-EXIT
002610     END-READ.
002620
002630     IF NOT CAS-ABERTO AND NOT CAS-BLOQUEADO
002640         GO TO 2100-LER-CASO-EXIT
002650     END-IF.
002660
002670     MOVE CAS-DATA-ABERTURA TO WS-DS-DATA.
002680     PERFORM 8500-CALCULAR-SERIAL
002690         THRU 8500-CALCULAR-SERIAL-EXIT.
002700     COMPUTE WS-DIAS-ABERTO =
002710         WS-SERIAL-HOJE - WS-DS-SERIAL.
002720     IF WS-DIAS-ABERTO < ZERO
002730         MOVE ZERO TO WS-DIAS-ABERTO
002740     END-IF.
002750
002760     EVALUATE TRUE
002770         WHEN WS-DIAS-ABERTO NOT > 7
002780             MOVE '1' TO WRK-FAIXA
002790         WHEN WS-DIAS-ABERTO NOT > 15
002800             MOVE '2' TO WRK-FAIXA
002810         WHEN WS-DIAS-ABERTO NOT > 30
002820             MOVE '3' TO WRK-FAIXA
002830         WHEN OTHER
002840             MOVE '4' TO WRK-FAIXA
002850     END-EVALUATE.
002860
002870     MOVE CAS-DATA-ABERTURA TO WRK-DATA-ABERTURA.
002880     MOVE CAS-ID-CASO TO WRK-ID-CASO.
002890     MOVE CAS-NUM-CONTA TO WRK-NUM-CONTA.
002900     MOVE WS-DIAS-ABERTO TO WRK-IDADE.
002910     MOVE CAS-QTD-DETECCOES TO WRK-QTD-DETECCOES.
002920     MOVE CAS-PONTOS TO WRK-PONTOS.
002930     MOVE CAS-STATUS TO WRK-STATUS.
002940     MOVE CAS-VAL-ENVIADOS TO WRK-VAL-ENVIADOS.
002950     RELEASE REG-WORK-CASOS.
002960 2100-LER-CASO-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------------
003000*    PROCEDIMENTO DE SAIDA DO SORT. LE OS CASOS JA EM ORDEM DE
003010*    FAIXA (MAIS ANTIGA PRIMEIRO) E DATA DE ABERTURA E IMPRIME
003020*    UM BLOCO POR FAIXA, COM A QUANTIDADE DA FAIXA NA QUEBRA.
003030*----------------------------------------------------------------
003040 4000-IMPRIMIR-CASOS.
003050     PERFORM 4100-LER-SORT THRU 4100-LER-SORT-EXIT
003060         UNTIL WS-FIM-SORT.
003070     IF WS-FAIXA-ANTERIOR NOT = SPACE
003080         PERFORM 4300-RESUMO-FAIXA THRU 4300-RESUMO-FAIXA-EXIT
003090     END-IF.
003100 4000-IMPRIMIR-CASOS-EXIT.
003110     EXIT.
003120
003130 4100-LER-SORT.
003140     RETURN WORK-CASOS
003150         AT END
003160             MOVE 'Y' TO WS-SW-FIM-SORT
003170             GO TO 4100-LER-SORT-EXIT
003180     END-RETURN.
003190
003200     IF WRK-FAIXA NOT = WS-FAIXA-ANTERIOR
003210         IF WS-FAIXA-ANTERIOR NOT = SPACE
003220             PERFORM 4300-RESUMO-FAIXA
003230                 THRU 4300-RESUMO-FAIXA-EXIT
003240         END-IF
003250         PERFORM 4200-CABECALHO-FAIXA
003260             THRU 4200-CABECALHO-FAIXA-EXIT
003270     END-IF.
003280
003290     ADD 1 TO WS-QTD-FAIXA.
003300     ADD 1 TO WS-QTD-CASOS.
003310     ADD WRK-VAL-ENVIADOS TO WS-TOT-ENVIADOS.
003320     EVALUATE TRUE
003330         WHEN WRK-FAIXA-ATE-7
003340             ADD 1 TO WS-QTD-ATE-7
003350         WHEN WRK-FAIXA-ATE-15
003360             ADD 1 TO WS-QTD-ATE-15
003370         WHEN WRK-FAIXA-ATE-30
003380             ADD 1 TO WS-QTD-ATE-30
003390         WHEN OTHER
003400             ADD 1 TO WS-QTD-MAIS-30
003410     END-EVALUATE.
003420
003430     MOVE WRK-NUM-CONTA TO CTM-NUM-CONTA.
003440     READ CONTA-MASTER
003450         KEY IS CTM-NUM-CONTA
003460         INVALID KEY
003470             MOVE 'CONTA NAO CADASTRADA' TO WS-NOME-TITULAR
003480         NOT INVALID KEY
003490             MOVE CTM-NOME-TITULAR TO WS-NOME-TITULAR
003500     END-READ.
003510
003520     MOVE WRK-ID-CASO TO WL-ID-CASO.
003530     MOVE WRK-NUM-CONTA TO WL-NUM-CONTA.
003540     MOVE WS-NOME-TITULAR TO WL-NOME-TITULAR.
003550     MOVE WRK-DATA-ABERTURA TO WL-DATA-ABERTURA.
003560     MOVE WRK-IDADE TO WL-IDADE.
003570     MOVE WRK-QTD-DETECCOES TO WL-QTD-DETECCOES.
003580     MOVE WRK-PONTOS TO WL-PONTOS.
003590     MOVE WRK-STATUS TO WL-STATUS.
003600     MOVE WRK-VAL-ENVIADOS TO WL-VAL-ENVIADOS.
003610     MOVE WS-LINHA-CASO TO REG-RELATORIO-CASOS.
003620     WRITE REG-RELATORIO-CASOS.
003630 4100-LER-SORT-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------------
003670*    CABECALHO DO BLOCO DA FAIXA DE IDADE.
003680*----------------------------------------------------------------
003690 4200-CABECALHO-FAIXA.
003700     MOVE WRK-FAIXA TO WS-FAIXA-ANTERIOR.
003710     MOVE ZERO TO WS-QTD-FAIXA.
003720     PERFORM 4400-DESCREVER-FAIXA
003730         THRU 4400-DESCREVER-FAIXA-EXIT.
003740
003750     MOVE SPACES TO REG-RELATORIO-CASOS.
003760     WRITE REG-RELATORIO-CASOS.
003770     MOVE SPACES TO REG-RELATORIO-CASOS.
003780     STRING 'FAIXA: ' WL-DESCRICAO-FAIXA
003790         DELIMITED BY SIZE INTO REG-RELATORIO-CASOS.
003800     WRITE REG-RELATORIO-CASOS.
003810 4200-CABECALHO-FAIXA-EXIT.
003820     EXIT.
003830
003840*----------------------------------------------------------------
003850*    QUANTIDADE DE CASOS DA FAIXA NA QUEBRA.
003860*----------------------------------------------------------------
003870 4300-RESUMO-FAIXA.
003880     MOVE WS-QTD-FAIXA TO WL-QTD-ED.
003890     MOVE SPACES TO REG-RELATORIO-CASOS.
003900     STRING '  CASOS NA FAIXA: ' WL-QTD-ED
003910         DELIMITED BY SIZE INTO REG-RELATORIO-CASOS.
003920     WRITE REG-RELATORIO-CASOS.
003930 4300-RESUMO-FAIXA-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------
003970*    DESCRICAO DA FAIXA DE IDADE DO REGISTRO DO SORT.
003980*----------------------------------------------------------------
003990 4400-DESCREVER-FAIXA.
004000     EVALUATE TRUE
004010         WHEN WRK-FAIXA-ATE-7
004020             MOVE 'ATE 7 DIAS' TO WL-DESCRICAO-FAIXA
004030         WHEN WRK-FAIXA-ATE-15
004040             MOVE '8 A 15 DIAS' TO WL-DESCRICAO-FAIXA
004050         WHEN WRK-FAIXA-ATE-30
004060             MOVE '16 A 30 DIAS' TO WL-DESCRICAO-FAIXA
004070         WHEN OTHER
004080             MOVE 'MAIS DE 30 DIAS' TO WL-DESCRICAO-FAIXA
004090     END-EVALUATE.
004100 4400-DESCREVER-FAIXA-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------------
004140*    TOTAIS DE ENCERRAMENTO DO RELATORIO, POR FAIXA E GERAL.
004150*----------------------------------------------------------------
004160 3000-IMPRIMIR-TOTAIS.
004170     MOVE SPACES TO REG-RELATORIO-CASOS.
004180     WRITE REG-RELATORIO-CASOS.
004190     MOVE WS-QTD-MAIS-30 TO WL-QTD-ED.
004200     MOVE SPACES TO REG-RELATORIO-CASOS.
004210     STRING 'CASOS COM MAIS DE 30 DIAS..: ' WL-QTD-ED
004220         DELIMITED BY SIZE INTO REG-RELATORIO-CASOS.
004230     WRITE REG-RELATORIO-CASOS.
004240     MOVE WS-QTD-ATE-30 TO WL-QTD-ED.
004250     MOVE SPACES TO REG-RELATORIO-CASOS.
004260     STRING 'CASOS DE 16 A 30 DIAS......: ' WL-QTD-ED
004270         DELIMITED BY SIZE INTO REG-RELATORIO-CASOS.
004280     WRITE REG-RELATORIO-CASOS.
004290     MOVE WS-QTD-ATE-15 TO WL-QTD-ED.
004300     MOVE SPACES TO REG-RELATORIO-CASOS.
004310     STRING 'CASOS DE 8 A 15 DIAS.......: ' WL-QTD-ED
004320         DELIMITED BY SIZE INTO REG-RELATORIO-CASOS.
004330     WRITE REG-RELATORIO-CASOS.
004340     MOVE WS-QTD-ATE-7 TO WL-QTD-ED.
004350     MOVE SPACES TO REG-RELATORIO-CASOS.
004360     STRING 'CASOS COM ATE 7 DIAS.......: ' WL-QTD-ED
004370         DELIMITED BY SIZE INTO REG-RELATORIO-CASOS.
004380     WRITE REG-RELATORIO-CASOS.
004390     MOVE WS-QTD-CASOS TO WL-QTD-ED.
004400     MOVE WS-TOT-ENVIADOS TO WL-TOTAL-ED.
004410     MOVE SPACES TO REG-RELATORIO-CASOS.
004420     STRING 'TOTAL DE CASOS EM ABERTO...: ' WL-QTD-ED
004430         '  ENVIADO ' WL-TOTAL-ED
004440         DELIMITED BY SIZE INTO REG-RELATORIO-CASOS.
004450     WRITE REG-RELATORIO-CASOS.
004460     DISPLAY 'CASOS EM ABERTO: ' WL-QTD-ED.
004470     MOVE WS-QTD-MAIS-30 TO WL-QTD-ED.
004480     DISPLAY 'CASOS COM MAIS DE 30 DIAS: ' WL-QTD-ED.
004490 3000-IMPRIMIR-TOTAIS-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------
004530*    CONVERTE A DATA AAAAMMDD DE WS-DS-DATA EM DIAS CORRIDOS
004540*    (WS-DS-SERIAL), PARA A IDADE DO CASO POR DIFERENCA DE
004550*    SERIAIS, COMO EM DEVOLVE-PENDENCIA. QUANDO O PROPRIO ANO E
004560*    BISSEXTO MAS 29/02 AINDA NAO PASSOU (MES ATE FEVEREIRO),
004570*    DESCONTA O DIA CONTADO A MAIS.
004580*----------------------------------------------------------------
004590 8500-CALCULAR-SERIAL.
004600     MOVE WS-DS-DATA(1:4) TO WS-DS-ANO.
004610     MOVE WS-DS-DATA(5:2) TO WS-DS-MES.
004620     MOVE WS-DS-DATA(7:2) TO WS-DS-DIA.
004630
004640     COMPUTE WS-DS-SERIAL = 365 * WS-DS-ANO.
004650     DIVIDE WS-DS-ANO BY 4 GIVING WS-DS-QUOCIENTE.
004660     ADD WS-DS-QUOCIENTE TO WS-DS-SERIAL.
004670     DIVIDE WS-DS-ANO BY 100 GIVING WS-DS-QUOCIENTE.
004680     SUBTRACT WS-DS-QUOCIENTE FROM WS-DS-SERIAL.
004690     DIVIDE WS-DS-ANO BY 400 GIVING WS-DS-QUOCIENTE.
004700     ADD WS-DS-QUOCIENTE TO WS-DS-SERIAL.
004710     ADD WS-DIAS-ACUM (WS-DS-MES) TO WS-DS-SERIAL.
004720     ADD WS-DS-DIA TO WS-DS-SERIAL.
004730
004740     IF WS-DS-MES < 3
004750         DIVIDE WS-DS-ANO BY 4 GIVING WS-DS-QUOCIENTE
004760             REMAINDER WS-DS-RESTO
004770         IF WS-DS-RESTO = ZERO
004780             DIVIDE WS-DS-ANO BY 100 GIVING WS-DS-QUOCIENTE
004790                 REMAINDER WS-DS-RESTO
004800             IF WS-DS-RESTO NOT = ZERO
004810                 SUBTRACT 1 FROM WS-DS-SERIAL
004820             ELSE
004830                 DIVIDE WS-DS-ANO BY 400 GIVING WS-DS-QUOCIENTE
004840                     REMAINDER WS-DS-RESTO
004850                 IF WS-DS-RESTO = ZERO
004860                     SUBTRACT 1 FROM WS-DS-SERIAL
004870                 END-IF
004880             END-IF
004890         END-IF
004900     END-IF.
004910 8500-CALCULAR-SERIAL-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------------
004950*    ENCERRAMENTO DOS ARQUIVOS.
004960*----------------------------------------------------------------
004970 9999-FINALIZAR.
004975     IF WS-CASOSUS-DISPONIVEL
004980         CLOSE CASO-SUSPEITA
004985     END-IF.
004990     CLOSE CONTA-MASTER.
005000     CLOSE RELATORIO-CASOS.
005010 9999-FINALIZAR-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------------
005050*    REGISTRA O INICIO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB) E
005060*    ABANDONA QUANDO O CONTROLE RECUSA A PARTIDA (PRE-REQUISITO
005070*    NAO CONCLUIDO OU REEXECUCAO SEM LIBERACAO DO SUPERVISOR).
005080*----------------------------------------------------------------
005090 0100-REGISTRAR-INICIO.
005100     MOVE 'I' TO WS-CTL-FASE.
005110     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
005120     IF WS-CTL-RETORNO NOT = '0'
005130         DISPLAY 'EXECUCAO ABANDONADA PELO CONTROLE DE JOBS.'
005140         STOP RUN
005150     END-IF.
005160 0100-REGISTRAR-INICIO-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------
005200*    REGISTRA A CONCLUSAO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB).
005210*----------------------------------------------------------------
005220 9800-REGISTRAR-FIM.
005230     MOVE 'F' TO WS-CTL-FASE.
005240     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
005250 9800-REGISTRAR-FIM-EXIT.
005260     EXIT.
