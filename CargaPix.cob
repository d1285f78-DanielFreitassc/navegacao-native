000283*                         RECUSADA SEM O PRE-REQUISITO CONCLUIDO NA
000284*                         DATA OU QUANDO O JOB JA CONCLUIU, SALVO
000285*                         LIBERACAO DO SUPERVISOR NO CONSOLE.
000286*    15/10/2026 DLF       PENDENCIA GRAVADA COM PXP-IND-CONTABIL
000287*                         EM BRANCO (O CREDITO E LANCADO PELO
000288*                         CONTABILIZA-PIX QUANDO LIQUIDADO).
000289*    15/10/2026 DLF       PENDENCIA GRAVADA COM PXP-ID-FIM-A-FIM
000290*                         EM BRANCO (SO O CREDITO INTERNO E O
000291*                         ESTORNO LEVAM O IDENTIFICADOR DE UM
000292*                         MOVIMENTO DO PIX-OUT).
000293*    15/10/2026 DLF       BAIXA DE COBRANCA PIX (COBRANCA-PIX)
000294*                         PELO TXID DO CREDITO RECEBIDO: A
000295*                         COBRANCA ABERTA DA CONTA DE DESTINO E
000296*                         MARCADA PAGA, PAGA A MENOR OU PAGA A
000297*                         MAIOR; O CREDITO COM TXID SEM COBRANCA
000298*                         ABERTA E ACEITO, MARCADO NAO CASADO
000299*                         (PXP-IND-COBRANCA) E LISTADO NO
000300*                         RELATORIO DE CARGA.
000301*----------------------------------------------------------------
000302
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PXP-ID-PENDENCIA
000520         FILE STATUS IS WS-STATUS-PIXPND.
000521
000522     SELECT COBRANCA-PIX
000523         ASSIGN TO "COBPIX"
000524         ORGANIZATION IS INDEXED
000525         ACCESS MODE IS DYNAMIC
000526         RECORD KEY IS COB-TXID
000527         FILE STATUS IS WS-STATUS-COBPIX.
000530
000540     SELECT RELATORIO-CARGA
000550         ASSIGN TO "RELCRG"
000710 FD  PENDING-PIX
000720     LABEL RECORD IS STANDARD.
000730 COPY CTPXPND.
000731
000732 FD  COBRANCA-PIX
000733     LABEL RECORD IS STANDARD.
000734 COPY CTCOBR.
000740
000750 FD  RELATORIO-CARGA
000760     LABEL RECORD IS STANDARD.
000830 01  WS-STATUS-CTAMST            PIC X(02).
000840 01  WS-STATUS-PIXPND            PIC X(02).
000850 01  WS-STATUS-RELCRG            PIC X(02).
000851 01  WS-STATUS-COBPIX            PIC X(02).
000860
000870*    DATA DO SISTEMA
000880 01  WS-DATA-AAAAMMDD            PIC 9(08).
001110 01  WS-QTD-ACEITAS              PIC 9(05) COMP VALUE ZERO.
001120 01  WS-QTD-RECUSADAS            PIC 9(05) COMP VALUE ZERO.
001130 01  WL-QTD-ED                   PIC ZZZZ9.
001131
001132*    CAMPOS DE TRABALHO DA BAIXA DE COBRANCA PELO TXID
001133 01  WS-QTD-COB-BAIXADAS         PIC 9(05) COMP VALUE ZERO.
001134 01  WS-QTD-COB-NAO-CASADAS      PIC 9(05) COMP VALUE ZERO.
001135 01  WS-SITUACAO-COBRANCA        PIC X(16).
001140
001150*    LINHA DE DETALHE DO RELATORIO DE CARGA (REMESSA RECUSADA)
001160 01  WS-LINHA-RECUSA.
001220     05  WL-VALOR                PIC -ZZZ,ZZZ,ZZ9.99.
001230     05  FILLER                  PIC X(02)  VALUE SPACE.
001240     05  WL-MOTIVO               PIC X(28).
001241*    VISAO DA LINHA PARA O CREDITO COM TXID NAO CASADO
001242 01  WS-LINHA-COBRANCA REDEFINES WS-LINHA-RECUSA.
001243     05  FILLER                  PIC X(01).
001244     05  WL-TXID                 PIC X(35).
001245     05  FILLER                  PIC X(01).
001246     05  WL-COB-NUM-CONTA        PIC Z(9)9.
001247     05  WL-COB-VALOR            PIC -ZZZ,ZZZ,ZZ9.99.
001248     05  FILLER                  PIC X(01).
001249     05  WL-COB-SITUACAO         PIC X(16).
001250
001251
001252*    CONTROLE DE EXECUCAO DO JOB (RUN-CONTROL, VIA CTRL-JOB)
001640         DISPLAY 'ERRO AO ABRIR PENDING-PIX: ' WS-STATUS-PIXPND
001650         STOP RUN
001660     END-IF.
001661
001662     PERFORM 1050-ABRIR-COBRANCA THRU 1050-ABRIR-COBRANCA-EXIT.
001670
001680     OPEN OUTPUT RELATORIO-CARGA.
001690     IF WS-STATUS-RELCRG NOT = '00'
001720         STOP RUN
001730     END-IF.
001740
001750     MOVE 'CARGA DO MOVIMENTO PIX - RECUSAS E TXID NAO CASADOS'
001760         TO REG-RELATORIO-CARGA.
001770     WRITE REG-RELATORIO-CARGA.
001780     MOVE SPACES TO REG-RELATORIO-CARGA.
003060     MOVE ZERO TO PXP-DATA-LIQUIDACAO.
003070     MOVE PXI-REFERENCIA-RAIL TO PXP-REFERENCIA-RAIL.
003075     MOVE SPACES TO PXP-ID-OPERADOR-LIQ.
003076     MOVE SPACE TO PXP-IND-CONTABIL.
003077     MOVE SPACES TO PXP-ID-FIM-A-FIM.
003078     PERFORM 3200-CASAR-COBRANCA
003079         THRU 3200-CASAR-COBRANCA-EXIT.
003080     WRITE REG-PENDING-PIX
003090         INVALID KEY
003100             MOVE 'ERRO DE GRAVACAO NO PIXPND'
003150     END-WRITE.
003160
003170     ADD 1 TO WS-QTD-ACEITAS.
003172     IF PXP-IND-COBRANCA NOT = SPACE
003174         PERFORM 3300-ATUALIZAR-COBRANCA
003176             THRU 3300-ATUALIZAR-COBRANCA-EXIT
003178     END-IF.
003190     PERFORM 5000-INCLUIR-REFERENCIA
003200         THRU 5000-INCLUIR-REFERENCIA-EXIT.
003210 3100-GRAVAR-PENDENCIA-EXIT.
003610     STRING 'REMESSAS RECUSADAS..: ' WL-QTD-ED
003620         DELIMITED BY SIZE INTO REG-RELATORIO-CARGA.
003630     WRITE REG-RELATORIO-CARGA.
003631     PERFORM 3900-IMPRIMIR-TOTAIS-COBRANCA
003632         THRU 3900-IMPRIMIR-TOTAIS-COBRANCA-EXIT.
003640 3000-IMPRIMIR-TOTAIS-EXIT.
003650     EXIT.
003660
004100     CLOSE CONTA-MASTER.
004110     CLOSE PENDING-PIX.
004120     CLOSE RELATORIO-CARGA.
004121     CLOSE COBRANCA-PIX.
004130 9999-FINALIZAR-EXIT.
004140     EXIT.
004150
004380     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
004390 9800-REGISTRAR-FIM-EXIT.
004400     EXIT.
004410
004420*----------------------------------------------------------------
004430*    ABERTURA DO CADASTRO DE COBRANCAS PIX. NA PRIMEIRA
004440*    UTILIZACAO O ARQUIVO AINDA NAO EXISTE E PRECISA SER CRIADO
004450*    ANTES DE PODER SER ABERTO EM MODO I-O. PARAGRAFO INCLUIDO
004460*    AO FINAL DO FONTE PARA NAO RENUMERAR O PROGRAMA; E
004470*    EXECUTADO POR 1000-INICIALIZAR.
004480*----------------------------------------------------------------
004490 1050-ABRIR-COBRANCA.
004500     OPEN I-O COBRANCA-PIX.
004510     IF WS-STATUS-COBPIX NOT = '00'
004520         OPEN OUTPUT COBRANCA-PIX
004530         CLOSE COBRANCA-PIX
004540         OPEN I-O COBRANCA-PIX
004550     END-IF.
004560     IF WS-STATUS-COBPIX NOT = '00'
004570         DISPLAY 'ERRO AO ABRIR COBRANCA-PIX: ' WS-STATUS-COBPIX
004580         STOP RUN
004590     END-IF.
004600 1050-ABRIR-COBRANCA-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------------
004640*    PROCURA A COBRANCA PELO TXID DO CREDITO E DEFINE O
004650*    INDICADOR DE COBRANCA DA PENDENCIA A GRAVAR: EM BRANCO SEM
004660*    TXID, 'C' QUANDO HA COBRANCA ABERTA PARA O TXID NA CONTA
004670*    DE DESTINO E DENTRO DA DATA LIMITE, 'N' NOS DEMAIS CASOS
004680*    (O MOTIVO FICA EM WS-SITUACAO-COBRANCA). O CREDITO E ACEITO
004690*    DE QUALQUER FORMA; A COBRANCA SO E BAIXADA DEPOIS DE
004700*    GRAVADA A PENDENCIA (3300). PARAGRAFO INCLUIDO AO FINAL DO
004710*    FONTE PARA NAO RENUMERAR O PROGRAMA; E EXECUTADO POR
004720*    3100-GRAVAR-PENDENCIA.
004730*----------------------------------------------------------------
004740 3200-CASAR-COBRANCA.
004750     MOVE SPACE TO PXP-IND-COBRANCA.
004760     IF PXI-TXID = SPACES
004770         GO TO 3200-CASAR-COBRANCA-EXIT
004780     END-IF.
004790     MOVE 'N' TO PXP-IND-COBRANCA.
004800
004810     MOVE PXI-TXID TO COB-TXID.
004820     READ COBRANCA-PIX
004830         KEY IS COB-TXID
004840         INVALID KEY
004850             MOVE 'TXID INEXISTENTE' TO WS-SITUACAO-COBRANCA
004860             GO TO 3200-CASAR-COBRANCA-EXIT
004870     END-READ.
004880
004890     IF COB-NUM-CONTA NOT = PXI-NUM-CONTA-DESTINO
004900         MOVE 'CONTA DIVERGENTE' TO WS-SITUACAO-COBRANCA
004910         GO TO 3200-CASAR-COBRANCA-EXIT
004920     END-IF.
004930     IF COB-CANCELADA
004940         MOVE 'CANCELADA' TO WS-SITUACAO-COBRANCA
004950         GO TO 3200-CASAR-COBRANCA-EXIT
004960     END-IF.
004970     IF COB-EXPIRADA
004980         MOVE 'EXPIRADA' TO WS-SITUACAO-COBRANCA
004990         GO TO 3200-CASAR-COBRANCA-EXIT
005000     END-IF.
005010     IF NOT COB-ABERTA
005020         MOVE 'JA PAGA' TO WS-SITUACAO-COBRANCA
005030         GO TO 3200-CASAR-COBRANCA-EXIT
005040     END-IF.
005050*    COBRANCA AINDA ABERTA, MAS JA FORA DA DATA LIMITE (O BATCH
005060*    RELATORIO-COBRANCA SO A MARCA COMO EXPIRADA DEPOIS DA
005070*    CARGA).
005080     IF COB-DATA-LIMITE < WS-DATA-AAAAMMDD
005090         MOVE 'EXPIRADA' TO WS-SITUACAO-COBRANCA
005100         GO TO 3200-CASAR-COBRANCA-EXIT
005110     END-IF.
005120
005130     MOVE 'C' TO PXP-IND-COBRANCA.
005140 3200-CASAR-COBRANCA-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------------
005180*    DEPOIS DE GRAVADA A PENDENCIA: BAIXA A COBRANCA CASADA COMO
005190*    PAGA, PAGA A MENOR OU PAGA A MAIOR, CONFORME O VALOR
005200*    RECEBIDO, OU IMPRIME O CREDITO NAO CASADO NO RELATORIO DE
005210*    CARGA. A COBRANCA LIDA EM 3200 AINDA ESTA NA AREA DO
005220*    ARQUIVO. PARAGRAFO INCLUIDO AO FINAL DO FONTE PARA NAO
005230*    RENUMERAR O PROGRAMA; E EXECUTADO POR 3100-GRAVAR-PENDENCIA.
005240*----------------------------------------------------------------
005250 3300-ATUALIZAR-COBRANCA.
005260     IF PXP-COBRANCA-NAO-CASADA
005270         ADD 1 TO WS-QTD-COB-NAO-CASADAS
005280         MOVE SPACES TO WS-LINHA-COBRANCA
005290         MOVE PXI-TXID TO WL-TXID
005300         MOVE PXI-NUM-CONTA-DESTINO TO WL-COB-NUM-CONTA
005310         MOVE PXI-VALOR TO WL-COB-VALOR
005320         MOVE WS-SITUACAO-COBRANCA TO WL-COB-SITUACAO
005330         MOVE WS-LINHA-COBRANCA TO REG-RELATORIO-CARGA
005340         WRITE REG-RELATORIO-CARGA
005350*        A LINHA DE RECUSA OCUPA A MESMA AREA; OS SEPARADORES
005360*        DELA PRECISAM VOLTAR A BRANCO.
005370         MOVE SPACES TO WS-LINHA-RECUSA
005380         GO TO 3300-ATUALIZAR-COBRANCA-EXIT
005390     END-IF.
005400
005410     EVALUATE TRUE
005420         WHEN PXI-VALOR = COB-VALOR
005430             MOVE 'P' TO COB-STATUS
005440         WHEN PXI-VALOR < COB-VALOR
005450             MOVE 'I' TO COB-STATUS
005460         WHEN OTHER
005470             MOVE 'S' TO COB-STATUS
005480     END-EVALUATE.
005490     MOVE PXI-VALOR TO COB-VALOR-PAGO.
005500     MOVE WS-DATA-AAAAMMDD TO COB-DATA-PAGAMENTO.
005510     MOVE PXP-ID-PENDENCIA TO COB-ID-PENDENCIA.
005520     MOVE WS-DATA-AAAAMMDD TO COB-DATA-BAIXA.
005530     REWRITE REG-COBRANCA-PIX
005540         INVALID KEY
005550             DISPLAY 'ERRO AO BAIXAR COBRANCA ' COB-TXID
005560                     ' - STATUS ' WS-STATUS-COBPIX
005570             GO TO 3300-ATUALIZAR-COBRANCA-EXIT
005580     END-REWRITE.
005590     ADD 1 TO WS-QTD-COB-BAIXADAS.
005600 3300-ATUALIZAR-COBRANCA-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------
005640*    TOTAIS DA BAIXA DE COBRANCAS NO RELATORIO DE CARGA.
005650*    PARAGRAFO INCLUIDO AO FINAL DO FONTE PARA NAO RENUMERAR O
005660*    PROGRAMA; E EXECUTADO POR 3000-IMPRIMIR-TOTAIS.
005670*----------------------------------------------------------------
005680 3900-IMPRIMIR-TOTAIS-COBRANCA.
005690     MOVE WS-QTD-COB-BAIXADAS TO WL-QTD-ED.
005700     MOVE SPACES TO REG-RELATORIO-CARGA.
005710     STRING 'COBRANCAS BAIXADAS..: ' WL-QTD-ED
005720         DELIMITED BY SIZE INTO REG-RELATORIO-CARGA.
005730     WRITE REG-RELATORIO-CARGA.
005740     MOVE WS-QTD-COB-NAO-CASADAS TO WL-QTD-ED.
005750     MOVE SPACES TO REG-RELATORIO-CARGA.
005760     STRING 'TXID NAO CASADOS....: ' WL-QTD-ED
005770         DELIMITED BY SIZE INTO REG-RELATORIO-CARGA.
005780     WRITE REG-RELATORIO-CARGA.
005790 3900-IMPRIMIR-TOTAIS-COBRANCA-EXIT.
005800     EXIT.
