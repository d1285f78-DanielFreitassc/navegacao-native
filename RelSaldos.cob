000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RELATORIO-SALDOS.
000120 AUTHOR. DANIEL L. FREITAS.
000130 INSTALLATION. AGENCIA CENTRAL - SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*    DESCRICAO: RELATORIO MENSAL DE SALDOS POR CONTA (BATCH DE
000180*               FIM DE MES). PERCORRE O HISTORICO DE SALDOS
000190*               DIARIOS (SALDO-HISTORICO) GRAVADO PELO FECHDIA E
000200*               IMPRIME, PARA CADA CONTA COM FECHAMENTO NO MES
000210*               DE REFERENCIA, OS SALDOS INICIAL (FECHAMENTO DO
000220*               ULTIMO DIA ANTES DO MES), FINAL, MINIMO, MAXIMO E
000230*               MEDIO DIARIO. O SALDO MEDIO E PONDERADO PELOS
000240*               DIAS CORRIDOS: DIA SEM FECHAMENTO (FIM DE SEMANA,
000250*               FERIADO) VALE O SALDO DO ULTIMO FECHAMENTO. O MES
000260*               E INFORMADO NO CONSOLE (BRANCO = MES CORRENTE,
000270*               CONTADO ATE A DATA DO PROCESSAMENTO).
000280*    HISTORICO DE ALTERACOES
000290*    DATA       AUTOR     DESCRICAO
000300*    15/10/2026 DLF       CRIACAO DO PROGRAMA.
000310*----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SALDO-HISTORICO
000370         ASSIGN TO "SLDHST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS SDH-CHAVE
000410         FILE STATUS IS WS-STATUS-SLDHST.
000420
000430     SELECT CONTA-MASTER
000440         ASSIGN TO "CTAMST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CTM-NUM-CONTA
000480         FILE STATUS IS WS-STATUS-CTAMST.
000490
000500     SELECT RELATORIO-SALDOS
000510         ASSIGN TO "RELSLD"
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WS-STATUS-RELSLD.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580
000590 FD  SALDO-HISTORICO
000600     LABEL RECORD IS STANDARD.
000610 COPY CTSLDH.
000620
000630 FD  CONTA-MASTER
000640     LABEL RECORD IS STANDARD.
000650 COPY CTCTAM.
000660
000670 FD  RELATORIO-SALDOS
000680     LABEL RECORD IS STANDARD.
000690 01  REG-RELATORIO-SALDOS       PIC X(80).
000700
000710 WORKING-STORAGE SECTION.
000720
000730*    CODIGOS DE RETORNO DE I-O
000740 01  WS-STATUS-SLDHST            PIC X(02).
000750 01  WS-STATUS-CTAMST            PIC X(02).
000760 01  WS-STATUS-RELSLD            PIC X(02).
000770
000780*    DATA DO SISTEMA E MES DE REFERENCIA
000790 01  WS-DATA-AAAAMMDD            PIC 9(08).
000800 01  WS-MES-INFORMADO            PIC X(06).
000810 01  WS-MES-REFERENCIA           PIC 9(06).
000820 01  WS-DATA-INICIO-MES          PIC 9(08).
000830 01  WS-DATA-FIM-MES             PIC 9(08).
000840 01  WS-ANO-SEGUINTE             PIC 9(04).
000850 01  WS-MES-SEGUINTE             PIC 9(02).
000860 01  WS-SERIAL-INICIO-MES        PIC 9(08) COMP.
000870 01  WS-SERIAL-FIM-MES           PIC 9(08) COMP.
000880
000890*    CAMPOS DE TRABALHO DA LEITURA E DA QUEBRA POR CONTA
000900 01  WS-SW-FIM-SLDHST            PIC X(01) VALUE 'N'.
000910     88  WS-FIM-SLDHST               VALUE 'Y'.
000920 01  WS-CONTA-ANTERIOR           PIC 9(10) VALUE ZERO.
000930 01  WS-SW-TEM-ANTERIOR          PIC X(01) VALUE 'N'.
000940     88  WS-TEM-ANTERIOR             VALUE 'S'.
000950 01  WS-SW-TEM-MES               PIC X(01) VALUE 'N'.
000960     88  WS-TEM-MES                  VALUE 'S'.
000970 01  WS-NOME-TITULAR             PIC X(30).
000980 01  WS-DIAS-SALDO               PIC 9(05) COMP.
000990
001000*    ACUMULADORES DA CONTA
001010 01  WS-SALDO-INICIAL            PIC S9(11)V99 COMP-3.
001020 01  WS-SALDO-FINAL              PIC S9(11)V99 COMP-3.
001030 01  WS-SALDO-MINIMO             PIC S9(11)V99 COMP-3.
001040 01  WS-SALDO-MAXIMO             PIC S9(11)V99 COMP-3.
001050 01  WS-SALDO-MEDIO              PIC S9(11)V99 COMP-3.
001060 01  WS-SALDO-PONDERADO          PIC S9(15)V99 COMP-3.
001070 01  WS-DIAS-PONDERADOS          PIC 9(05) COMP.
001080 01  WS-SERIAL-ULTIMO            PIC 9(08) COMP.
001090
001100*    CONTADORES GERAIS
001110 01  WS-QTD-CONTAS               PIC 9(05) COMP VALUE ZERO.
001120 01  WS-QTD-SEM-ANTERIOR         PIC 9(05) COMP VALUE ZERO.
001130 01  WL-QTD-ED                   PIC ZZZZ9.
001140
001150*    CALCULO DE DIAS CORRIDOS (SERIAL) DE UMA DATA AAAAMMDD,
001160*    COMO EM DEVOLVE-PENDENCIA. A TABELA GUARDA OS DIAS
001170*    ACUMULADOS ANTES DE CADA MES (ANO NAO BISSEXTO).
001180 01  WS-DS-DATA                  PIC 9(08).
001190 01  WS-DS-ANO                   PIC 9(05) COMP.
001200 01  WS-DS-MES                   PIC 9(02) COMP.
001210 01  WS-DS-DIA                   PIC 9(02) COMP.
001220 01  WS-DS-SERIAL                PIC 9(08) COMP.
001230 01  WS-DS-QUOCIENTE             PIC 9(05) COMP.
001240 01  WS-DS-RESTO                 PIC 9(04) COMP.
001250 01  WS-TAB-DIAS-ACUM-VAL        PIC X(36) VALUE
001260     '000031059090120151181212243273304334'.
001270 01  WS-TAB-DIAS-ACUM REDEFINES WS-TAB-DIAS-ACUM-VAL.
001280     05  WS-DIAS-ACUM            PIC 9(03) OCCURS 12 TIMES.
001290
001300*    LINHA DE SALDOS DA CONTA. O ASTERISCO NO SALDO INICIAL
001310*    MARCA CONTA SEM FECHAMENTO ANTERIOR AO MES NO HISTORICO
001320*    (SALDO INICIAL = PRIMEIRO FECHAMENTO DO MES).
001330 01  WS-LINHA-SALDOS.
001340     05  FILLER                  PIC X(01)  VALUE SPACE.
001350     05  WL-SALDO-INICIAL        PIC -ZZZZZZZZ9.99.
001360     05  WL-IND-SEM-ANTERIOR     PIC X(01).
001370     05  FILLER                  PIC X(01)  VALUE SPACE.
001380     05  WL-SALDO-FINAL          PIC -ZZZZZZZZ9.99.
001390     05  FILLER                  PIC X(02)  VALUE SPACE.
001400     05  WL-SALDO-MINIMO         PIC -ZZZZZZZZ9.99.
001410     05  FILLER                  PIC X(02)  VALUE SPACE.
001420     05  WL-SALDO-MAXIMO         PIC -ZZZZZZZZ9.99.
001430     05  FILLER                  PIC X(02)  VALUE SPACE.
001440     05  WL-SALDO-MEDIO          PIC -ZZZZZZZZ9.99.
001450     05  FILLER                  PIC X(02)  VALUE SPACE.
001460     05  WL-DIAS                 PIC Z9.
001470
001480*    CONTROLE DE EXECUCAO DO JOB (RUN-CONTROL, VIA CTRL-JOB)
001490 01  WS-PARM-CTRL-JOB.
001500     05  WS-CTL-JOB              PIC X(08) VALUE 'RELSALDO'.
001510     05  WS-CTL-JOB-PRECEDENTE   PIC X(08)
001520                                 VALUE 'FECHDIA'.
001530     05  WS-CTL-FASE             PIC X(01).
001540     05  WS-CTL-RETORNO          PIC X(01).
001550
001560 PROCEDURE DIVISION.
001570
001580 0000-MAINLINE.
001590     PERFORM 0100-REGISTRAR-INICIO
001600         THRU 0100-REGISTRAR-INICIO-EXIT.
001610     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001620     PERFORM 2000-PROCESSAR-HISTORICO
001630         THRU 2000-PROCESSAR-HISTORICO-EXIT.
001640     PERFORM 3000-IMPRIMIR-TOTAIS
001650         THRU 3000-IMPRIMIR-TOTAIS-EXIT.
001660     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001670     PERFORM 9800-REGISTRAR-FIM
001680         THRU 9800-REGISTRAR-FIM-EXIT.
001690     STOP RUN.
001700
001710*----------------------------------------------------------------
001720*    COLETA DO MES DE REFERENCIA, CALCULO DO PRIMEIRO E DO
001730*    ULTIMO DIA CONSIDERADOS, ABERTURA DOS ARQUIVOS E CABECALHO
001740*    DO RELATORIO. O ULTIMO DIA E O FIM DO MES OU, NO MES
001750*    CORRENTE, A DATA DO PROCESSAMENTO.
001760*----------------------------------------------------------------
001770 1000-INICIALIZAR.
001780     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
001790
001800     DISPLAY 'MES DE REFERENCIA (AAAAMM, BRANCO = CORRENTE):'.
001810     ACCEPT WS-MES-INFORMADO.
001820     IF WS-MES-INFORMADO IS NUMERIC
001830         AND WS-MES-INFORMADO(5:2) > '00'
001840         AND WS-MES-INFORMADO(5:2) < '13'
001850         MOVE WS-MES-INFORMADO TO WS-MES-REFERENCIA
001860     ELSE
001870         MOVE WS-DATA-AAAAMMDD(1:6) TO WS-MES-REFERENCIA
001880     END-IF.
001890
001900     MOVE WS-MES-REFERENCIA TO WS-DATA-INICIO-MES(1:6).
001910     MOVE '01' TO WS-DATA-INICIO-MES(7:2).
001920     MOVE WS-DATA-INICIO-MES TO WS-DS-DATA.
001930     PERFORM 8500-CALCULAR-SERIAL
001940         THRU 8500-CALCULAR-SERIAL-EXIT.
001950     MOVE WS-DS-SERIAL TO WS-SERIAL-INICIO-MES.
001960
001970*    O FIM DO MES E O DIA ANTERIOR AO PRIMEIRO DIA DO MES
001980*    SEGUINTE.
001990     MOVE WS-MES-REFERENCIA(1:4) TO WS-ANO-SEGUINTE.
002000     MOVE WS-MES-REFERENCIA(5:2) TO WS-MES-SEGUINTE.
002010     IF WS-MES-SEGUINTE = 12
002020         ADD 1 TO WS-ANO-SEGUINTE
002030         MOVE 1 TO WS-MES-SEGUINTE
002040     ELSE
002050         ADD 1 TO WS-MES-SEGUINTE
002060     END-IF.
002070     MOVE WS-ANO-SEGUINTE TO WS-DS-DATA(1:4).
002080     MOVE WS-MES-SEGUINTE TO WS-DS-DATA(5:2).
002090     MOVE '01' TO WS-DS-DATA(7:2).
002100     PERFORM 8500-CALCULAR-SERIAL
002110         THRU 8500-CALCULAR-SERIAL-EXIT.
002120     COMPUTE WS-SERIAL-FIM-MES = WS-DS-SERIAL - 1.
002130     COMPUTE WS-DATA-FIM-MES =
002140         WS-DATA-INICIO-MES + WS-SERIAL-FIM-MES
002150         - WS-SERIAL-INICIO-MES.
002160
002170     IF WS-DATA-AAAAMMDD < WS-DATA-FIM-MES
002180         AND WS-DATA-AAAAMMDD NOT < WS-DATA-INICIO-MES
002190         MOVE WS-DATA-AAAAMMDD TO WS-DATA-FIM-MES
002200         MOVE WS-DATA-AAAAMMDD TO WS-DS-DATA
002210         PERFORM 8500-CALCULAR-SERIAL
002220             THRU 8500-CALCULAR-SERIAL-EXIT
002230         MOVE WS-DS-SERIAL TO WS-SERIAL-FIM-MES
002240     END-IF.
002250
002260     OPEN INPUT SALDO-HISTORICO.
002270     IF WS-STATUS-SLDHST NOT = '00'
002280         DISPLAY 'ERRO AO ABRIR SALDO-HISTORICO: '
002290             WS-STATUS-SLDHST
002300         STOP RUN
002310     END-IF.
002320
002330     OPEN INPUT CONTA-MASTER.
002340     IF WS-STATUS-CTAMST NOT = '00'
002350         DISPLAY 'ERRO AO ABRIR CONTA-MASTER: ' WS-STATUS-CTAMST
002360         STOP RUN
002370     END-IF.
002380
002390     OPEN OUTPUT RELATORIO-SALDOS.
002400     IF WS-STATUS-RELSLD NOT = '00'
002410         DISPLAY 'ERRO AO ABRIR RELATORIO-SALDOS: '
002420             WS-STATUS-RELSLD
002430         STOP RUN
002440     END-IF.
002450
002460     MOVE 'SALDOS DIARIOS POR CONTA - INICIAL, FINAL, MINIMO,'
002470         TO REG-RELATORIO-SALDOS.
002480     WRITE REG-RELATORIO-SALDOS.
002490     MOVE 'MAXIMO E MEDIO DO MES'
002500         TO REG-RELATORIO-SALDOS.
002510     WRITE REG-RELATORIO-SALDOS.
002520     MOVE SPACES TO REG-RELATORIO-SALDOS.
002530     STRING 'DATA DO PROCESSAMENTO: ' WS-DATA-AAAAMMDD
002540         DELIMITED BY SIZE INTO REG-RELATORIO-SALDOS.
002550     WRITE REG-RELATORIO-SALDOS.
002560     MOVE SPACES TO REG-RELATORIO-SALDOS.
002570     STRING 'PERIODO: ' WS-DATA-INICIO-MES ' A ' WS-DATA-FIM-MES
002580         DELIMITED BY SIZE INTO REG-RELATORIO-SALDOS.
002590     WRITE REG-RELATORIO-SALDOS.
002600     MOVE SPACES TO REG-RELATORIO-SALDOS.
002610     WRITE REG-RELATORIO-SALDOS.
002620     MOVE ' SALDO INICIAL      SALDO FINAL   SALDO MINIMO'
002630         TO REG-RELATORIO-SALDOS.
002640     MOVE 'SALDO MAXIMO    SALDO MEDIO DIAS'
002650         TO REG-RELATORIO-SALDOS(48:32).
002660     WRITE REG-RELATORIO-SALDOS.
002670 1000-INICIALIZAR-EXIT.
002680     EXIT.
002690
002700*----------------------------------------------------------------
002710*    PERCORRE O HISTORICO DE SALDOS POR COMPLETO (ORDEM DE CONTA
002720*    E DATA), COM QUEBRA POR CONTA.
002730*----------------------------------------------------------------
002740 2000-PROCESSAR-HISTORICO.
002750     MOVE LOW-VALUE TO SDH-CHAVE.
002760     START SALDO-HISTORICO KEY IS NOT LESS THAN SDH-CHAVE
002770         INVALID KEY
002780             MOVE 'Y' TO WS-SW-FIM-SLDHST
002790     END-START.
002800     PERFORM 2100-LER-SLDHST THRU 2100-LER-SLDHST-EXIT
002810         UNTIL WS-FIM-SLDHST.
002820     IF WS-CONTA-ANTERIOR NOT = ZERO
002830         PERFORM 2300-FECHAR-CONTA THRU 2300-FECHAR-CONTA-EXIT
002840     END-IF.
002850 2000-PROCESSAR-HISTORICO-EXIT.
002860     EXIT.
002870
002880 2100-LER-SLDHST.
002890     READ SALDO-HISTORICO NEXT RECORD
002900         AT END
002910             MOVE 'Y' TO WS-SW-FIM-SLDHST
002920             GO TO 2100-LER-SLDHST-EXIT
002930     END-READ.
002940
002950     IF SDH-NUM-CONTA NOT = WS-CONTA-ANTERIOR
002960         IF WS-CONTA-ANTERIOR NOT = ZERO
002970             PERFORM 2300-FECHAR-CONTA
002980                 THRU 2300-FECHAR-CONTA-EXIT
002990         END-IF
003000         MOVE SDH-NUM-CONTA TO WS-CONTA-ANTERIOR
003010         MOVE 'N' TO WS-SW-TEM-ANTERIOR
003020         MOVE 'N' TO WS-SW-TEM-MES
003030     END-IF.
003040
003050*    FECHAMENTO ANTERIOR AO MES: SO GUARDA O ULTIMO, QUE E O
003060*    SALDO INICIAL. FECHAMENTO POSTERIOR AO PERIODO E IGNORADO.
003070     IF SDH-DATA < WS-DATA-INICIO-MES
003080         MOVE 'S' TO WS-SW-TEM-ANTERIOR
003090         MOVE SDH-SALDO TO WS-SALDO-INICIAL
003100         GO TO 2100-LER-SLDHST-EXIT
003110     END-IF.
003120     IF SDH-DATA > WS-DATA-FIM-MES
003130         GO TO 2100-LER-SLDHST-EXIT
003140     END-IF.
003150
003160     PERFORM 2200-SOMAR-DIA THRU 2200-SOMAR-DIA-EXIT.
003170 2100-LER-SLDHST-EXIT.
003180     EXIT.
003190
003200*----------------------------------------------------------------
003210*    FECHAMENTO DENTRO DO MES. O SALDO DO FECHAMENTO ANTERIOR
003220*    (OU O SALDO INICIAL, DESDE O PRIMEIRO DIA DO MES) E
003230*    PONDERADO PELOS DIAS CORRIDOS ATE ESTE FECHAMENTO.
003240*----------------------------------------------------------------
003250 2200-SOMAR-DIA.
003260     MOVE SDH-DATA TO WS-DS-DATA.
003270     PERFORM 8500-CALCULAR-SERIAL
003280         THRU 8500-CALCULAR-SERIAL-EXIT.
003290
003300     IF NOT WS-TEM-MES
003310         MOVE 'S' TO WS-SW-TEM-MES
003320         MOVE ZERO TO WS-SALDO-PONDERADO
003330         MOVE ZERO TO WS-DIAS-PONDERADOS
003340         IF WS-TEM-ANTERIOR
003350             COMPUTE WS-DIAS-SALDO =
003360                 WS-DS-SERIAL - WS-SERIAL-INICIO-MES
003370             COMPUTE WS-SALDO-PONDERADO =
003380                 WS-SALDO-INICIAL * WS-DIAS-SALDO
003390             ADD WS-DIAS-SALDO TO WS-DIAS-PONDERADOS
003400             MOVE WS-SALDO-INICIAL TO WS-SALDO-MINIMO
003410             MOVE WS-SALDO-INICIAL TO WS-SALDO-MAXIMO
003420         ELSE
003430             MOVE SDH-SALDO TO WS-SALDO-INICIAL
003440             MOVE SDH-SALDO TO WS-SALDO-MINIMO
003450             MOVE SDH-SALDO TO WS-SALDO-MAXIMO
003460         END-IF
003470     ELSE
003480         COMPUTE WS-DIAS-SALDO =
003490             WS-DS-SERIAL - WS-SERIAL-ULTIMO
003500         COMPUTE WS-SALDO-PONDERADO = WS-SALDO-PONDERADO
003510             + WS-SALDO-FINAL * WS-DIAS-SALDO
003520         ADD WS-DIAS-SALDO TO WS-DIAS-PONDERADOS
003530     END-IF.
003540
003550     IF SDH-SALDO < WS-SALDO-MINIMO
003560         MOVE SDH-SALDO TO WS-SALDO-MINIMO
003570     END-IF.
003580     IF SDH-SALDO > WS-SALDO-MAXIMO
003590         MOVE SDH-SALDO TO WS-SALDO-MAXIMO
003600     END-IF.
003610     MOVE SDH-SALDO TO WS-SALDO-FINAL.
003620     MOVE WS-DS-SERIAL TO WS-SERIAL-ULTIMO.
003630 2200-SOMAR-DIA-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------------
003670*    QUEBRA DA CONTA. O ULTIMO FECHAMENTO VALE ATE O FIM DO
003680*    PERIODO; CALCULA O SALDO MEDIO E IMPRIME A CONTA. CONTA SEM
003690*    FECHAMENTO NO MES (ENCERRADA ANTES DELE) NAO SAI.
003700*----------------------------------------------------------------
003710 2300-FECHAR-CONTA.
003720     IF NOT WS-TEM-MES
003730         GO TO 2300-FECHAR-CONTA-EXIT
003740     END-IF.
003750
003760     COMPUTE WS-DIAS-SALDO =
003770         WS-SERIAL-FIM-MES - WS-SERIAL-ULTIMO + 1.
003780     COMPUTE WS-SALDO-PONDERADO = WS-SALDO-PONDERADO
003790         + WS-SALDO-FINAL * WS-DIAS-SALDO.
003800     ADD WS-DIAS-SALDO TO WS-DIAS-PONDERADOS.
003810     COMPUTE WS-SALDO-MEDIO ROUNDED =
003820         WS-SALDO-PONDERADO / WS-DIAS-PONDERADOS.
003830
003840     ADD 1 TO WS-QTD-CONTAS.
003850     MOVE WS-CONTA-ANTERIOR TO CTM-NUM-CONTA.
003860     READ CONTA-MASTER
003870         KEY IS CTM-NUM-CONTA
003880         INVALID KEY
003890             MOVE 'CONTA NAO CADASTRADA' TO WS-NOME-TITULAR
003900         NOT INVALID KEY
003910             MOVE CTM-NOME-TITULAR TO WS-NOME-TITULAR
003920     END-READ.
003930
003940     MOVE SPACES TO REG-RELATORIO-SALDOS.
003950     WRITE REG-RELATORIO-SALDOS.
003960     MOVE SPACES TO REG-RELATORIO-SALDOS.
003970     STRING 'CONTA ' WS-CONTA-ANTERIOR ' - ' WS-NOME-TITULAR
003980         DELIMITED BY SIZE INTO REG-RELATORIO-SALDOS.
003990     WRITE REG-RELATORIO-SALDOS.
004000
004010     MOVE WS-SALDO-INICIAL TO WL-SALDO-INICIAL.
004020     IF WS-TEM-ANTERIOR
004030         MOVE SPACE TO WL-IND-SEM-ANTERIOR
004040     ELSE
004050         MOVE '*' TO WL-IND-SEM-ANTERIOR
004060         ADD 1 TO WS-QTD-SEM-ANTERIOR
004070     END-IF.
004080     MOVE WS-SALDO-FINAL TO WL-SALDO-FINAL.
004090     MOVE WS-SALDO-MINIMO TO WL-SALDO-MINIMO.
004100     MOVE WS-SALDO-MAXIMO TO WL-SALDO-MAXIMO.
004110     MOVE WS-SALDO-MEDIO TO WL-SALDO-MEDIO.
004120     MOVE WS-DIAS-PONDERADOS TO WL-DIAS.
004130     MOVE WS-LINHA-SALDOS TO REG-RELATORIO-SALDOS.
004140     WRITE REG-RELATORIO-SALDOS.
004150 2300-FECHAR-CONTA-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------------
004190*    TOTAIS DE ENCERRAMENTO DO RELATORIO.
004200*----------------------------------------------------------------
004210 3000-IMPRIMIR-TOTAIS.
004220     MOVE SPACES TO REG-RELATORIO-SALDOS.
004230     WRITE REG-RELATORIO-SALDOS.
004240     MOVE WS-QTD-CONTAS TO WL-QTD-ED.
004250     MOVE SPACES TO REG-RELATORIO-SALDOS.
004260     STRING 'CONTAS LISTADAS: ' WL-QTD-ED
004270         DELIMITED BY SIZE INTO REG-RELATORIO-SALDOS.
004280     WRITE REG-RELATORIO-SALDOS.
004290     DISPLAY 'CONTAS LISTADAS: ' WL-QTD-ED.
004300     MOVE WS-QTD-SEM-ANTERIOR TO WL-QTD-ED.
004310     MOVE SPACES TO REG-RELATORIO-SALDOS.
004320     STRING 'CONTAS SEM FECHAMENTO ANTERIOR AO MES (*): '
004330         WL-QTD-ED
004340         DELIMITED BY SIZE INTO REG-RELATORIO-SALDOS.
004350     WRITE REG-RELATORIO-SALDOS.
004360 3000-IMPRIMIR-TOTAIS-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------------
004400*    CONVERTE A DATA AAAAMMDD DE WS-DS-DATA EM DIAS CORRIDOS
004410*    (WS-DS-SERIAL), PARA A PONDERACAO DO SALDO MEDIO POR
004420*    DIFERENCA DE SERIAIS, COMO EM DEVOLVE-PENDENCIA. QUANDO O
004430*    PROPRIO ANO E BISSEXTO MAS 29/02 AINDA NAO PASSOU (MES ATE
004440*    FEVEREIRO), DESCONTA O DIA CONTADO A MAIS.
004450*----------------------------------------------------------------
004460 8500-CALCULAR-SERIAL.
004470     MOVE WS-DS-DATA(1:4) TO WS-DS-ANO.
004480     MOVE WS-DS-DATA(5:2) TO WS-DS-MES.
004490     MOVE WS-DS-DATA(7:2) TO WS-DS-DIA.
004500
004510     COMPUTE WS-DS-SERIAL = 365 * WS-DS-ANO.
004520     DIVIDE WS-DS-ANO BY 4 GIVING WS-DS-QUOCIENTE.
004530     ADD WS-DS-QUOCIENTE TO WS-DS-SERIAL.
004540     DIVIDE WS-DS-ANO BY 100 GIVING WS-DS-QUOCIENTE.
004550     SUBTRACT WS-DS-QUOCIENTE FROM WS-DS-SERIAL.
004560     DIVIDE WS-DS-ANO BY 400 GIVING WS-DS-QUOCIENTE.
004570     ADD WS-DS-QUOCIENTE TO WS-DS-SERIAL.
004580     ADD WS-DIAS-ACUM (WS-DS-MES) TO WS-DS-SERIAL.
004590     ADD WS-DS-DIA TO WS-DS-SERIAL.
004600
004610     IF WS-DS-MES < 3
004620         DIVIDE WS-DS-ANO BY 4 GIVING WS-DS-QUOCIENTE
004630             REMAINDER WS-DS-RESTO
004640         IF WS-DS-RESTO = ZERO
004650             DIVIDE WS-DS-ANO BY 100 GIVING WS-DS-QUOCIENTE
004660                 REMAINDER WS-DS-RESTO
004670             IF WS-DS-RESTO NOT = ZERO
004680                 SUBTRACT 1 FROM WS-DS-SERIAL
004690             ELSE
004700                 DIVIDE WS-DS-ANO BY 400 GIVING WS-DS-QUOCIENTE
004710                     REMAINDER WS-DS-RESTO
004720                 IF WS-DS-RESTO = ZERO
004730                     SUBTRACT 1 FROM WS-DS-SERIAL
004740                 END-IF
004750             END-IF
004760         END-IF
004770     END-IF.
004780 8500-CALCULAR-SERIAL-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------------
004820*    ENCERRAMENTO DOS ARQUIVOS.
004830*----------------------------------------------------------------
004840 9999-FINALIZAR.
004850     CLOSE SALDO-HISTORICO.
004860     CLOSE CONTA-MASTER.
004870     CLOSE RELATORIO-SALDOS.
004880 9999-FINALIZAR-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------
004920*    REGISTRA O INICIO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB) E
004930*    ABANDONA QUANDO O CONTROLE RECUSA A PARTIDA (PRE-REQUISITO
004940*    NAO CONCLUIDO OU REEXECUCAO SEM LIBERACAO DO SUPERVISOR).
004950*----------------------------------------------------------------
004960 0100-REGISTRAR-INICIO.
004970     MOVE 'I' TO WS-CTL-FASE.
004980     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
004990     IF WS-CTL-RETORNO NOT = '0'
005000         DISPLAY 'EXECUCAO ABANDONADA PELO CONTROLE DE JOBS.'
005010         STOP RUN
005020     END-IF.
005030 0100-REGISTRAR-INICIO-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------------
005070*    REGISTRA A CONCLUSAO DA EXECUCAO NO RUN-CONTROL (CTRL-JOB).
005080*----------------------------------------------------------------
005090 9800-REGISTRAR-FIM.
005100     MOVE 'F' TO WS-CTL-FASE.
005110     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
005120 9800-REGISTRAR-FIM-EXIT.
005130     EXIT.
