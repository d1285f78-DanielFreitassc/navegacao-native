000413*                         RECUSADA SEM O PRE-REQUISITO CONCLUIDO NA
000414*                         DATA OU QUANDO O JOB JA CONCLUIU, SALVO
000415*                         LIBERACAO DO SUPERVISOR NO CONSOLE.
000416*    15/10/2026 DLF       ESTORNO GRAVADO EM PENDING-PIX COM
000417*                         PXP-IND-CONTABIL EM BRANCO (AINDA NAO
000418*                         LANCADO PELO CONTABILIZA-PIX).
000419*    15/10/2026 DLF       O RETORNO PASSA A TRAZER O IDENTIFICADOR
000420*                         FIM A FIM DO MOVIMENTO (REGISTRO DE 120
000421*                         POSICOES, COMO A REMESSA), QUE E A CHAVE
000422*                         DO CASAMENTO; CONTA, CHAVE, VALOR E HORA
000423*                         SO CASAM O MOVIMENTO ANTIGO SEM
000424*                         IDENTIFICADOR, EVITANDO TROCAR DOIS PIX
000425*                         IGUAIS NO MESMO SEGUNDO. O ESTORNO EM
000426*                         PENDING-PIX LEVA O IDENTIFICADOR DO
000427*                         MOVIMENTO REJEITADO.
000428*    15/10/2026 DLF       CREDITO EM PENDING-PIX GRAVADO COM
000429*                         PXP-IND-COBRANCA EM BRANCO (SO O
000430*                         CREDITO DA REDE COM TXID E CASADO COM
000431*                         COBRANCA PELO CARGA-PIX).
000432*----------------------------------------------------------------
000434
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000810
000820 FD  RETORNO-ENTRADA
000830     LABEL RECORD IS STANDARD.
000840 01  REG-RETORNO-ENTRADA        PIC X(120).
000850
000860 FD  PIX-OUT
000870     LABEL RECORD IS STANDARD.
001200     05  WRH-TIPO-REGISTRO       PIC X(01).
001210     05  WRH-DATA-REMESSA        PIC 9(08).
001220     05  WRH-SEQUENCIA           PIC 9(06).
001230     05  FILLER                  PIC X(105).
001240
001250*    REGISTRO DETALHE DO RETORNO (RESPOSTA DA REDE PARA UMA
001260*    TRANSFERENCIA DA REMESSA)
001340         88  WRD-SIT-CONFIRMADA      VALUE 'C'.
001350         88  WRD-SIT-REJEITADA       VALUE 'R'.
001360     05  WRD-MOTIVO              PIC X(20).
001365     05  WRD-ID-FIM-A-FIM        PIC X(32).
001370     05  FILLER                  PIC X(09).
001380
001390*    REGISTRO TRAILER DO RETORNO
001400 01  WS-RETORNO-TRAILER.
001410     05  WRT-TIPO-REGISTRO       PIC X(01).
001420     05  WRT-QTD-DETALHES        PIC 9(06).
001430     05  WRT-VALOR-TOTAL         PIC 9(11)V99.
001440     05  FILLER                  PIC X(100).
001450
001460*    TABELA DOS DETALHES DO RETORNO, MONTADA EM MEMORIA NA
001470*    INICIALIZACAO PARA O CASAMENTO EM UMA UNICA PASSAGEM
001510     05  WS-RET-OCORRENCIA  OCCURS 1000 TIMES
001520                            INDEXED BY WS-IDX-RET.
001530         10  WS-RET-NUM-CONTA        PIC 9(10).
001535         10  WS-RET-ID-FIM-A-FIM     PIC X(32).
001540         10  WS-RET-CHAVE            PIC X(30).
001550         10  WS-RET-VALOR            PIC S9(09)V99 COMP-3.
001560         10  WS-RET-HORA             PIC 9(06).
003240     MOVE WRD-SITUACAO TO WS-RET-SITUACAO (WS-IDX-RET).
003250     MOVE WRD-MOTIVO TO WS-RET-MOTIVO (WS-IDX-RET).
003260     MOVE 'N' TO WS-RET-SW-CASADO (WS-IDX-RET).
003265     MOVE WRD-ID-FIM-A-FIM TO WS-RET-ID-FIM-A-FIM (WS-IDX-RET).
003270 1110-LER-RETORNO-EXIT.
003280     EXIT.
003290
004170
004180*----------------------------------------------------------------
004190*    PROCURA NA TABELA DE RETORNOS UM DETALHE AINDA NAO CASADO
004200*    COM O MOVIMENTO CORRENTE - PELO IDENTIFICADOR FIM A FIM OU,
004210*    NO MOVIMENTO ANTIGO SEM IDENTIFICADOR, PELA CONTA, CHAVE,
004220*    VALOR E HORA - E DEVOLVE O RESULTADO EM WS-SW-RET-CASADO
004225*    (INDICE EM WS-IDX-RET).
004230*----------------------------------------------------------------
004240 2200-PROCURAR-RETORNO.
004250     MOVE 'N' TO WS-SW-RET-CASADO.
004260     SET WS-IDX-RET TO 1.
004261     IF PXO-ID-FIM-A-FIM NOT = SPACES
004262         PERFORM 2220-COMPARAR-ID THRU 2220-COMPARAR-ID-EXIT
004263             VARYING WS-IDX-BUSCA FROM 1 BY 1
004264             UNTIL WS-IDX-BUSCA > WS-QTD-RETORNOS
004265                OR WS-RET-CASADO
004266         GO TO 2200-PROCURAR-RETORNO-EXIT
004267     END-IF.
004270     PERFORM 2210-COMPARAR-RETORNO
004280         THRU 2210-COMPARAR-RETORNO-EXIT
004290         VARYING WS-IDX-BUSCA FROM 1 BY 1
004400             = PXO-CHAVE-PIX-DESTINO
004410         AND WS-RET-VALOR (WS-IDX-BUSCA) = PXO-VALOR
004420         AND WS-RET-HORA (WS-IDX-BUSCA) = PXO-HORA-MOVIMENTO
004425         AND WS-RET-ID-FIM-A-FIM (WS-IDX-BUSCA) = SPACES
004430         SET WS-IDX-RET TO WS-IDX-BUSCA
004440         MOVE 'Y' TO WS-SW-RET-CASADO
004450     END-IF.
004870     MOVE WS-DATA-AAAAMMDD TO PXP-DATA-LIQUIDACAO.
004880     MOVE SPACES TO PXP-REFERENCIA-RAIL.
004890     MOVE SPACES TO PXP-ID-OPERADOR-LIQ.
004895     MOVE SPACE TO PXP-IND-CONTABIL.
004896     MOVE PXO-ID-FIM-A-FIM TO PXP-ID-FIM-A-FIM.
004897     MOVE SPACE TO PXP-IND-COBRANCA.
004900     WRITE REG-PENDING-PIX
004910         INVALID KEY
004920             DISPLAY 'ERRO AO GRAVAR ESTORNO EM PENDING-PIX: '
006030     CALL 'CTRL-JOB' USING WS-PARM-CTRL-JOB.
006040 9800-REGISTRAR-FIM-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------------
006080*    COMPARA O IDENTIFICADOR FIM A FIM DO MOVIMENTO CORRENTE COM
006090*    UM DETALHE DA TABELA DE RETORNOS AINDA NAO CASADO.
006100*    PARAGRAFO INCLUIDO AO FINAL DO FONTE PARA NAO RENUMERAR O
006110*    PROGRAMA; E EXECUTADO POR 2200-PROCURAR-RETORNO.
006120*----------------------------------------------------------------
006130 2220-COMPARAR-ID.
006140     IF WS-RET-SW-CASADO (WS-IDX-BUSCA) = 'N'
006150         AND WS-RET-ID-FIM-A-FIM (WS-IDX-BUSCA)
006160             = PXO-ID-FIM-A-FIM
006170         SET WS-IDX-RET TO WS-IDX-BUSCA
006180         MOVE 'Y' TO WS-SW-RET-CASADO
006190     END-IF.
006200 2220-COMPARAR-ID-EXIT.
006210     EXIT.
