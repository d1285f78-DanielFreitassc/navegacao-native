000333*                         'V' AINDA NAO TRANSMITIDA E LEVADA EM
000334*                         QUALQUER DATA (A DATA SO RESTRINGE OS
000335*                         DEBITOS COMUNS).
000336*    15/10/2026 DLF       O DETALHE DA REMESSA PASSA A LEVAR O
000337*                         IDENTIFICADOR FIM A FIM DO MOVIMENTO
000338*                         (PXO-ID-FIM-A-FIM), DEVOLVIDO PELA REDE
000339*                         NO RETORNO. O REGISTRO DO ARQUIVO PASSA
000340*                         DE 80 PARA 120 POSICOES (HEADER E
000341*                         TRAILER COMPLETADOS COM BRANCOS).
000342*    15/10/2026 DLF       O CONTROLE DE REMESSA PASSA A GUARDAR
000343*                         TAMBEM A DATA, A QUANTIDADE E O VALOR
000344*                         TOTAL DA ULTIMA REMESSA GERADA, PARA A
000345*                         CONCILIACAO DA CONTA PI (CONCILIA-PI).
000346*                         O REGISTRO PASSA DE 16 PARA 43
000347*                         POSICOES.
000348*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000610
000620 FD  REMESSA-SAIDA
000630     LABEL RECORD IS STANDARD.
000640 01  REG-REMESSA-SAIDA          PIC X(120).
000650
000660*    O CONTROLE DE REMESSA GUARDA O ULTIMO NUMERO DE SEQUENCIA
000670*    DE REMESSA JA GERADO, COM A DATA, A QUANTIDADE E O VALOR
000675*    TOTAL DESSA REMESSA, EM UM UNICO REGISTRO.
000680 FD  CONTROLE-REMESSA
000690     LABEL RECORD IS STANDARD.
000700 01  REG-CONTROLE-REMESSA.
000710     05  CTL-ULTIMA-SEQUENCIA    PIC 9(06).
000712     05  CTL-DATA-REMESSA        PIC 9(08).
000714     05  CTL-QTD-DETALHES        PIC 9(06).
000716     05  CTL-VALOR-TOTAL         PIC 9(11)V99.
000720     05  FILLER                  PIC X(10).
000730
000740 WORKING-STORAGE SECTION.
000950     05  WRH-TIPO-REGISTRO       PIC X(01)  VALUE 'H'.
000960     05  WRH-DATA-GERACAO        PIC 9(08).
000970     05  WRH-SEQUENCIA           PIC 9(06).
000980     05  FILLER                  PIC X(105) VALUE SPACES.
000990
001000*    REGISTRO DETALHE DA REMESSA (UMA TRANSFERENCIA)
001010 01  WS-REMESSA-DETALHE.
001050     05  WRD-NUM-CONTA-DESTINO   PIC 9(10).
001060     05  WRD-VALOR               PIC 9(09)V99.
001070     05  WRD-HORA-MOVIMENTO      PIC 9(06).
001075     05  WRD-ID-FIM-A-FIM        PIC X(32).
001080     05  FILLER                  PIC X(20)  VALUE SPACES.
001090
001100*    REGISTRO TRAILER DA REMESSA
001110 01  WS-REMESSA-TRAILER.
001120     05  WRT-TIPO-REGISTRO       PIC X(01)  VALUE 'T'.
001130     05  WRT-QTD-DETALHES        PIC 9(06).
001140     05  WRT-VALOR-TOTAL         PIC 9(11)V99.
001150     05  FILLER                  PIC X(100) VALUE SPACES.
001160
001161
001162*    CONTROLE DE EXECUCAO DO JOB (RUN-CONTROL, VIA CTRL-JOB)
001990         STOP RUN
002000     END-IF.
002010     MOVE ZERO TO CTL-ULTIMA-SEQUENCIA.
002012     MOVE ZERO TO CTL-DATA-REMESSA.
002014     MOVE ZERO TO CTL-QTD-DETALHES.
002016     MOVE ZERO TO CTL-VALOR-TOTAL.
002020     MOVE SPACES TO REG-CONTROLE-REMESSA (34:10).
002030     WRITE REG-CONTROLE-REMESSA.
002040     CLOSE CONTROLE-REMESSA.
002050     OPEN I-O CONTROLE-REMESSA.
002440     MOVE PXO-NUM-CONTA-DESTINO TO WRD-NUM-CONTA-DESTINO.
002450     MOVE PXO-VALOR TO WRD-VALOR.
002460     MOVE PXO-HORA-MOVIMENTO TO WRD-HORA-MOVIMENTO.
002465     MOVE PXO-ID-FIM-A-FIM TO WRD-ID-FIM-A-FIM.
002470     MOVE WS-REMESSA-DETALHE TO REG-REMESSA-SAIDA.
002480     WRITE REG-REMESSA-SAIDA.
002490     IF WS-STATUS-REMPIX NOT = '00'
002740     MOVE WS-TOTAL-REMESSA TO WRT-VALOR-TOTAL.
002750     MOVE WS-REMESSA-TRAILER TO REG-REMESSA-SAIDA.
002760     WRITE REG-REMESSA-SAIDA.
002765     PERFORM 3100-REGISTRAR-TOTAIS
002767         THRU 3100-REGISTRAR-TOTAIS-EXIT.
002770
002780     MOVE WS-QTD-DETALHES TO WL-QTD-ED.
002790     MOVE WS-TOTAL-REMESSA TO WL-TOTAL-ED.
003170     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
003180 9800-REGISTRAR-FIM-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------------
003220*    GUARDA NO CONTROLE DE REMESSA A DATA, A QUANTIDADE E O
003230*    VALOR TOTAL DA REMESSA GERADA, USADOS PELA CONCILIACAO DA
003240*    CONTA PI (CONCILIA-PI). PARAGRAFO INCLUIDO AO FINAL DO FONTE
003250*    PARA NAO RENUMERAR O PROGRAMA; E EXECUTADO POR
003260*    3000-GRAVAR-TRAILER.
003270*----------------------------------------------------------------
003280 3100-REGISTRAR-TOTAIS.
003290     OPEN I-O CONTROLE-REMESSA.
003300     IF WS-STATUS-REMCTL NOT = '00'
003310         DISPLAY 'ERRO AO ABRIR CONTROLE DE REMESSA: '
003320             WS-STATUS-REMCTL
003330         GO TO 3100-REGISTRAR-TOTAIS-EXIT
003340     END-IF.
003350     READ CONTROLE-REMESSA
003360         AT END
003370             DISPLAY 'ERRO NO CONTROLE DE REMESSA.'
003380             CLOSE CONTROLE-REMESSA
003390             GO TO 3100-REGISTRAR-TOTAIS-EXIT
003400     END-READ.
003410
003420     MOVE WS-DATA-AAAAMMDD TO CTL-DATA-REMESSA.
003430     MOVE WS-QTD-DETALHES TO CTL-QTD-DETALHES.
003440     MOVE WS-TOTAL-REMESSA TO CTL-VALOR-TOTAL.
003450     REWRITE REG-CONTROLE-REMESSA.
003460     IF WS-STATUS-REMCTL NOT = '00'
003470         DISPLAY 'ERRO AO ATUALIZAR CONTROLE DE REMESSA: '
003480             WS-STATUS-REMCTL
003490     END-IF.
003500     CLOSE CONTROLE-REMESSA.
003510 3100-REGISTRAR-TOTAIS-EXIT.
003520     EXIT.
