000290*                 SEGUIDAS DE PIX CONCLUIDO COM VALOR LOGO
000300*                 ABAIXO DO LIMITE APLICAVEL DA CONTA.
000310*               IMPRIME O RELATORIO DE SUSPEITAS ORDENADO POR
000320*               PONTUACAO E REGISTRA CADA CONTA PONTUADA COMO
000330*               CASO NO CADASTRO DE CASOS DE SUSPEITA
000331*               (CASO-SUSPEITA), TRABALHADO PELA MESA DE
000332*               COMPLIANCE EM CASO-MANUT (DESCARTE, BLOQUEIO
000333*               PREVENTIVO EM BLOQUEIOS OU COMUNICACAO AO COAF).
000340*    HISTORICO DE ALTERACOES
000350*    DATA       AUTOR     DESCRICAO
000360*    02/09/2026 DLF       CRIACAO DO PROGRAMA.
000367*                         DE TARIFA (PXO-IND-TARIFA) - DEBITO
000368*                         GERADO PELO PROPRIO BANCO INFLAVA OS
000369*                         NUMEROS DO PADRAO DE CONTA DE PASSAGEM.
000370*    15/10/2026 DLF       CADA CONTA PONTUADA PASSA A SER
000371*                         REGISTRADA COMO CASO EM CASO-SUSPEITA
000372*                         (CASO NOVO, OU NOVA DETECCAO SOMADA AO
000373*                         CASO AINDA ABERTO DA CONTA), PARA A
000374*                         DECISAO DA MESA DE COMPLIANCE.
000375*----------------------------------------------------------------
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS WS-STATUS-RELSUS.
000661
000662     SELECT CASO-SUSPEITA
000663         ASSIGN TO "CASOSUS"
000664         ORGANIZATION IS INDEXED
000665         ACCESS MODE IS DYNAMIC
000666         RECORD KEY IS CAS-ID-CASO
000667         FILE STATUS IS WS-STATUS-CASOSUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000830 FD  RELATORIO-SUSPEITAS
000840     LABEL RECORD IS STANDARD.
000850 01  REG-RELATORIO-SUSPEITAS    PIC X(80).
000851
000852 FD  CASO-SUSPEITA
000853     LABEL RECORD IS STANDARD.
000854 COPY CTCASO.
000860
000870 WORKING-STORAGE SECTION.
000880
000910 01  WS-STATUS-PIXPND            PIC X(02).
000920 01  WS-STATUS-CTAMST            PIC X(02).
000930 01  WS-STATUS-RELSUS            PIC X(02).
000931 01  WS-STATUS-CASOSUS           PIC X(02).
000940
000950*    DATA DO SISTEMA
000960 01  WS-DATA-AAAAMMDD            PIC 9(08).
001610 01  WS-IDX-MAIOR                PIC 9(04) COMP.
001620 01  WS-QTD-SUSPEITAS            PIC 9(04) COMP VALUE ZERO.
001630 01  WL-QTD-ED                   PIC ZZZ9.
001631 01  WS-ULTIMO-ID-CASO           PIC 9(06) VALUE ZERO.
001632 01  WS-ID-CASO-ACHADO           PIC 9(06).
001633 01  WS-DATA-CASO-ACHADO         PIC 9(08).
001634 01  WS-SW-FIM-CASOS             PIC X(01) VALUE 'N'.
001635     88  WS-FIM-CASOS                VALUE 'Y'.
001636 01  WS-SW-CASO-ACHADO           PIC X(01) VALUE 'N'.
001637     88  WS-CASO-ACHADO              VALUE 'Y'.
001638 01  WS-QTD-CASOS-ABERTOS        PIC 9(04) COMP VALUE ZERO.
001639 01  WS-QTD-CASOS-SOMADOS        PIC 9(04) COMP VALUE ZERO.
001640
001650*    LINHA DO RELATORIO DE SUSPEITAS
001660 01  WS-LINHA-SUSPEITA.
001740     05  WL-VAL-CREDITOS         PIC -ZZZ,ZZZ,ZZ9.99.
001750     05  FILLER                  PIC X(02)  VALUE SPACE.
001760     05  WL-PADROES              PIC X(12).
001761
001762*    CASOS EM ABERTO OU JA REGISTRADOS NA DATA, POR CONTA
001763 01  WS-QTD-CASOS                PIC 9(04) COMP VALUE ZERO.
001764 01  WS-TAB-CASOS.
001765     05  WS-CASO-OCORRENCIA  OCCURS 2000 TIMES
001766                             INDEXED BY WS-IDX-CASO.
001767         10  WS-CASO-NUM-CONTA       PIC 9(10).
001768         10  WS-CASO-ID              PIC 9(06).
001769         10  WS-CASO-DATA-DETECCAO   PIC 9(08).
001770
001771
001772*    CONTROLE DE EXECUCAO DO JOB (RUN-CONTROL, VIA CTRL-JOB)
002200             WS-STATUS-RELSUS
002210         STOP RUN
002220     END-IF.
002221
002222     PERFORM 1100-ABRIR-CASOS THRU 1100-ABRIR-CASOS-EXIT.
002230
002240     MOVE 'ANALISE DE MOVIMENTACAO SUSPEITA - RANKING POR CONTA'
002250         TO REG-RELATORIO-SUSPEITAS.
005220     WRITE REG-RELATORIO-SUSPEITAS.
005230     DISPLAY 'ANALISE CONCLUIDA. CONTAS SOB SUSPEITA: '
005240             WL-QTD-ED.
005241     PERFORM 5300-IMPRIMIR-TOTAIS-CASOS
005242         THRU 5300-IMPRIMIR-TOTAIS-CASOS-EXIT.
005250 5000-IMPRIMIR-RANKING-EXIT.
005260     EXIT.
005270
005469     END-IF.
005470     MOVE WS-LINHA-SUSPEITA TO REG-RELATORIO-SUSPEITAS.
005480     WRITE REG-RELATORIO-SUSPEITAS.
005481     PERFORM 5200-REGISTRAR-CASO THRU 5200-REGISTRAR-CASO-EXIT.
005490 5100-IMPRIMIR-MAIOR-EXIT.
005500     EXIT.
005510
006090     CLOSE PENDING-PIX.
006100     CLOSE CONTA-MASTER.
006110     CLOSE RELATORIO-SUSPEITAS.
006111     CLOSE CASO-SUSPEITA.
006120 9999-FINALIZAR-EXIT.
006130     EXIT.
006140
006370     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
006380 9800-REGISTRAR-FIM-EXIT.
006390     EXIT.
006400
006410*----------------------------------------------------------------
006420*    ABRE O CADASTRO DE CASOS DE SUSPEITA (CRIADO NA PRIMEIRA
006430*    EXECUCAO), OBTEM O ULTIMO NUMERO DE CASO E CARREGA NA
006440*    TABELA OS CASOS EM ABERTO E OS JA REGISTRADOS NA DATA (UMA
006450*    REEXECUCAO DO JOB NO DIA NAO SOMA A DETECCAO DE NOVO).
006460*    PARAGRAFO INCLUIDO AO FINAL DO FONTE PARA NAO RENUMERAR O
006470*    PROGRAMA; E EXECUTADO POR 1000-INICIALIZAR.
006480*----------------------------------------------------------------
006490 1100-ABRIR-CASOS.
006500     OPEN I-O CASO-SUSPEITA.
006510     IF WS-STATUS-CASOSUS NOT = '00'
006520         OPEN OUTPUT CASO-SUSPEITA
006530         CLOSE CASO-SUSPEITA
006540         OPEN I-O CASO-SUSPEITA
006550     END-IF.
006560     IF WS-STATUS-CASOSUS NOT = '00'
006570         DISPLAY 'ERRO AO ABRIR CASO-SUSPEITA: ' WS-STATUS-CASOSUS
006580         STOP RUN
006590     END-IF.
006600
006610     MOVE ZERO TO CAS-ID-CASO.
006620     START CASO-SUSPEITA KEY IS NOT LESS THAN CAS-ID-CASO
006630         INVALID KEY
006640             MOVE 'Y' TO WS-SW-FIM-CASOS
006650     END-START.
006660     PERFORM 1110-LER-CASO THRU 1110-LER-CASO-EXIT
006670         UNTIL WS-FIM-CASOS.
006680 1100-ABRIR-CASOS-EXIT.
006690     EXIT.
006700
006710 1110-LER-CASO.
006720     READ CASO-SUSPEITA NEXT RECORD
006730         AT END
006740             MOVE 'Y' TO WS-SW-FIM-CASOS
006750             GO TO 1110-LER-CASO-EXIT
006760     END-READ.
006770
006780     IF CAS-ID-CASO > WS-ULTIMO-ID-CASO
006790         MOVE CAS-ID-CASO TO WS-ULTIMO-ID-CASO
006800     END-IF.
006810     IF NOT CAS-ABERTO
006820         AND CAS-DATA-ULT-DETECCAO NOT = WS-DATA-AAAAMMDD
006830         GO TO 1110-LER-CASO-EXIT
006840     END-IF.
006850
006860     IF WS-QTD-CASOS NOT < 2000
006870         DISPLAY 'ERRO: NUMERO DE CASOS EM ABERTO EXCEDE A '
006880                 'CAPACIDADE DA TABELA (2000).'
006890         PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT
006900         STOP RUN
006910     END-IF.
006920     ADD 1 TO WS-QTD-CASOS.
006930     SET WS-IDX-CASO TO WS-QTD-CASOS.
006940     MOVE CAS-NUM-CONTA TO WS-CASO-NUM-CONTA (WS-IDX-CASO).
006950     MOVE CAS-ID-CASO TO WS-CASO-ID (WS-IDX-CASO).
006960     MOVE CAS-DATA-ULT-DETECCAO
006970         TO WS-CASO-DATA-DETECCAO (WS-IDX-CASO).
006980 1110-LER-CASO-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------------
007020*    REGISTRA A CONTA RECEM-IMPRESSA NO RANKING (WS-IDX-CTA)
007030*    COMO CASO DE SUSPEITA. COM CASO AINDA ABERTO PARA A CONTA,
007040*    A DETECCAO DO DIA E SOMADA A ELE; SEM CASO ABERTO (OU COM O
007050*    ANTERIOR JA DECIDIDO) ABRE UM CASO NOVO. CONTA JA
007060*    REGISTRADA NA DATA NAO E REGISTRADA DE NOVO. PARAGRAFO
007070*    INCLUIDO AO FINAL DO FONTE PARA NAO RENUMERAR O PROGRAMA;
007080*    E EXECUTADO POR 5100-IMPRIMIR-MAIOR.
007090*----------------------------------------------------------------
007100 5200-REGISTRAR-CASO.
007110     MOVE 'N' TO WS-SW-CASO-ACHADO.
007120     PERFORM 5210-PROCURAR-CASO THRU 5210-PROCURAR-CASO-EXIT
007130         VARYING WS-IDX-CASO FROM 1 BY 1
007140         UNTIL WS-IDX-CASO > WS-QTD-CASOS
007150            OR WS-CASO-ACHADO.
007160
007170     IF NOT WS-CASO-ACHADO
007180         PERFORM 5230-INCLUIR-CASO THRU 5230-INCLUIR-CASO-EXIT
007190         GO TO 5200-REGISTRAR-CASO-EXIT
007200     END-IF.
007210     IF WS-DATA-CASO-ACHADO = WS-DATA-AAAAMMDD
007220         GO TO 5200-REGISTRAR-CASO-EXIT
007230     END-IF.
007240
007250     MOVE WS-ID-CASO-ACHADO TO CAS-ID-CASO.
007260     READ CASO-SUSPEITA
007270         KEY IS CAS-ID-CASO
007280         INVALID KEY
007290             DISPLAY 'ERRO AO LER CASO-SUSPEITA: '
007300                     WS-STATUS-CASOSUS ' CASO ' WS-ID-CASO-ACHADO
007310             GO TO 5200-REGISTRAR-CASO-EXIT
007320     END-READ.
007330
007340     MOVE WS-DATA-AAAAMMDD TO CAS-DATA-ULT-DETECCAO.
007350     IF CAS-QTD-DETECCOES < 999
007360         ADD 1 TO CAS-QTD-DETECCOES
007370     END-IF.
007380     IF WS-CTA-PONTOS (WS-IDX-CTA) > CAS-PONTOS
007390         MOVE WS-CTA-PONTOS (WS-IDX-CTA) TO CAS-PONTOS
007400     END-IF.
007410     IF WS-CTA-SW-P1 (WS-IDX-CTA) = 'S'
007420         MOVE 'S' TO CAS-IND-PULVERIZACAO
007430     END-IF.
007440     IF WS-CTA-SW-P2 (WS-IDX-CTA) = 'S'
007450         MOVE 'S' TO CAS-IND-PASSAGEM
007460     END-IF.
007470     IF WS-CTA-SW-P3 (WS-IDX-CTA) = 'S'
007480         MOVE 'S' TO CAS-IND-SOB-LIMITE
007490     END-IF.
007500     ADD WS-CTA-QTD-ENVIADOS (WS-IDX-CTA) TO CAS-QTD-ENVIADOS.
007510     ADD WS-CTA-VAL-ENVIADOS (WS-IDX-CTA) TO CAS-VAL-ENVIADOS.
007520     ADD WS-CTA-VAL-CREDITOS (WS-IDX-CTA) TO CAS-VAL-CREDITOS.
007530     ADD WS-CTA-QTD-REJEICOES (WS-IDX-CTA) TO CAS-QTD-REJEICOES.
007540     REWRITE REG-CASO-SUSPEITA
007550         INVALID KEY
007560             DISPLAY 'ERRO AO ATUALIZAR CASO-SUSPEITA: '
007570                     WS-STATUS-CASOSUS ' CASO ' CAS-ID-CASO
007580             GO TO 5200-REGISTRAR-CASO-EXIT
007590     END-REWRITE.
007600     ADD 1 TO WS-QTD-CASOS-SOMADOS.
007610 5200-REGISTRAR-CASO-EXIT.
007620     EXIT.
007630
007640 5210-PROCURAR-CASO.
007650     IF WS-CASO-NUM-CONTA (WS-IDX-CASO) =
007660             WS-CTA-NUM-CONTA (WS-IDX-CTA)
007670         MOVE WS-CASO-ID (WS-IDX-CASO) TO WS-ID-CASO-ACHADO
007680         MOVE WS-CASO-DATA-DETECCAO (WS-IDX-CASO)
007690             TO WS-DATA-CASO-ACHADO
007700         MOVE 'Y' TO WS-SW-CASO-ACHADO
007710     END-IF.
007720 5210-PROCURAR-CASO-EXIT.
007730     EXIT.
007740
007750*----------------------------------------------------------------
007760*    ABRE UM CASO NOVO PARA A CONTA, COM O PROXIMO NUMERO.
007770*----------------------------------------------------------------
007780 5230-INCLUIR-CASO.
007790     ADD 1 TO WS-ULTIMO-ID-CASO.
007800     MOVE WS-ULTIMO-ID-CASO TO CAS-ID-CASO.
007810     MOVE WS-CTA-NUM-CONTA (WS-IDX-CTA) TO CAS-NUM-CONTA.
007820     MOVE WS-DATA-AAAAMMDD TO CAS-DATA-ABERTURA.
007830     MOVE WS-DATA-AAAAMMDD TO CAS-DATA-ULT-DETECCAO.
007840     MOVE 1 TO CAS-QTD-DETECCOES.
007850     MOVE WS-CTA-PONTOS (WS-IDX-CTA) TO CAS-PONTOS.
007860     MOVE 'N' TO CAS-IND-PULVERIZACAO.
007870     MOVE 'N' TO CAS-IND-PASSAGEM.
007880     MOVE 'N' TO CAS-IND-SOB-LIMITE.
007890     IF WS-CTA-SW-P1 (WS-IDX-CTA) = 'S'
007900         MOVE 'S' TO CAS-IND-PULVERIZACAO
007910     END-IF.
007920     IF WS-CTA-SW-P2 (WS-IDX-CTA) = 'S'
007930         MOVE 'S' TO CAS-IND-PASSAGEM
007940     END-IF.
007950     IF WS-CTA-SW-P3 (WS-IDX-CTA) = 'S'
007960         MOVE 'S' TO CAS-IND-SOB-LIMITE
007970     END-IF.
007980     MOVE WS-CTA-QTD-ENVIADOS (WS-IDX-CTA) TO CAS-QTD-ENVIADOS.
007990     MOVE WS-CTA-VAL-ENVIADOS (WS-IDX-CTA) TO CAS-VAL-ENVIADOS.
008000     MOVE WS-CTA-VAL-CREDITOS (WS-IDX-CTA) TO CAS-VAL-CREDITOS.
008010     MOVE WS-CTA-QTD-REJEICOES (WS-IDX-CTA) TO CAS-QTD-REJEICOES.
008020     MOVE 'A' TO CAS-STATUS.
008030     MOVE SPACES TO CAS-MOTIVO.
008040     MOVE SPACES TO CAS-ID-OPER-DECISAO.
008050     MOVE ZERO TO CAS-DATA-DECISAO.
008060     MOVE ZERO TO CAS-HORA-DECISAO.
008070     MOVE 'N' TO CAS-IND-BLOQUEIO.
008080     MOVE ZERO TO CAS-DATA-BLOQUEIO.
008090     MOVE SPACES TO CAS-ID-OPER-BLOQUEIO.
008100     MOVE ZERO TO CAS-DATA-COMUNICACAO.
008110     WRITE REG-CASO-SUSPEITA
008120         INVALID KEY
008130             DISPLAY 'ERRO AO GRAVAR CASO-SUSPEITA: '
008140                     WS-STATUS-CASOSUS ' CASO ' CAS-ID-CASO
008150             GO TO 5230-INCLUIR-CASO-EXIT
008160     END-WRITE.
008170     ADD 1 TO WS-QTD-CASOS-ABERTOS.
008180 5230-INCLUIR-CASO-EXIT.
008190     EXIT.
008200
008210*----------------------------------------------------------------
008220*    TOTAIS DE CASOS ABERTOS E DE DETECCOES SOMADAS A CASOS JA
008230*    ABERTOS, NO FIM DO RELATORIO. PARAGRAFO INCLUIDO AO FINAL
008240*    DO FONTE PARA NAO RENUMERAR O PROGRAMA; E EXECUTADO POR
008250*    5000-IMPRIMIR-RANKING.
008260*----------------------------------------------------------------
008270 5300-IMPRIMIR-TOTAIS-CASOS.
008280     MOVE WS-QTD-CASOS-ABERTOS TO WL-QTD-ED.
008290     MOVE SPACES TO REG-RELATORIO-SUSPEITAS.
008300     STRING 'CASOS ABERTOS: ' WL-QTD-ED
008310         DELIMITED BY SIZE INTO REG-RELATORIO-SUSPEITAS.
008320     WRITE REG-RELATORIO-SUSPEITAS.
008330     DISPLAY 'CASOS DE SUSPEITA ABERTOS: ' WL-QTD-ED.
008340     MOVE WS-QTD-CASOS-SOMADOS TO WL-QTD-ED.
008350     MOVE SPACES TO REG-RELATORIO-SUSPEITAS.
008360     STRING 'DETECCOES SOMADAS A CASOS EM ABERTO: ' WL-QTD-ED
008370         DELIMITED BY SIZE INTO REG-RELATORIO-SUSPEITAS.
008380     WRITE REG-RELATORIO-SUSPEITAS.
008390     DISPLAY 'DETECCOES SOMADAS A CASOS EM ABERTO: ' WL-QTD-ED.
008400 5300-IMPRIMIR-TOTAIS-CASOS-EXIT.
008410     EXIT.
