000170*    DESCRICAO: CONSULTA E RELATORIO DA TRILHA DE AUDITORIA
000180*               (AUDITORIA). DADO UM OPERADOR (OU TODOS), UM
000190*               PERIODO E UM TIPO DE EVENTO (LOGIN, MENU,
000200*               CHECKPOINT, CONSULTA, CADASTRO DE OPERADOR,
000201*               ALCADA DE PIX, COMPLIANCE OU TODOS), IMPRIME AS
000202*               OCORRENCIAS EM ORDEM CRONOLOGICA (A ORDEM DE
000210*               GRAVACAO DO ARQUIVO) E ENCERRA COM TOTAIS POR
000220*               OPERADOR, INCLUSIVE A QUANTIDADE DE TENTATIVAS
000230*               DE LOGIN FALHAS, PARA A REVISAO DE SEGURANCA.
000250*    HISTORICO DE ALTERACOES
000260*    DATA       AUTOR     DESCRICAO
000270*    21/08/2026 DLF       CRIACAO DO PROGRAMA.
000272*    02/09/2026 DLF       O FILTRO DE TIPO DE EVENTO PASSA A
000274*                         OFERECER TAMBEM O EVENTO 'C' (CONSULTA
000276*                         DE POSICAO DE CONTA, CONSULTA-POSICAO).
000277*    15/10/2026 DLF       O FILTRO DE TIPO DE EVENTO PASSA A
000278*                         OFERECER TAMBEM O EVENTO 'U' (CADASTRO
000279*                         DE OPERADORES, OPERADOR-MANUT).
000280*    15/10/2026 DLF       O FILTRO DE TIPO DE EVENTO PASSA A
000281*                         OFERECER TAMBEM O EVENTO 'A' (ALCADA DE
000282*                         PIX - RETENCAO, APROVACAO, REJEICAO).
000283*    15/10/2026 DLF       O FILTRO DE TIPO DE EVENTO PASSA A
000284*                         OFERECER TAMBEM O EVENTO 'S' (DECISOES
000285*                         DE COMPLIANCE SOBRE CASOS DE SUSPEITA).
000286*----------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
001360     ACCEPT WS-DATA-INICIAL.
001370     DISPLAY 'Data final (AAAAMMDD, 0 = sem limite):'.
001380     ACCEPT WS-DATA-FINAL.
001390     DISPLAY 'Tipo de evento (L/M/T/C/U/A/S, branco = todos):'.
001400     ACCEPT WS-TIPO-FILTRO.
001410
001420     IF WS-DATA-FINAL = ZERO
