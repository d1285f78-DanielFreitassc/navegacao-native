000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GERA-ID-PIX.
000120 AUTHOR. DANIEL L. FREITAS.
000130 INSTALLATION. AGENCIA CENTRAL - SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*    DESCRICAO: ATRIBUI O IDENTIFICADOR FIM A FIM DE UM MOVIMENTO
000180*               PIX ENVIADO. CHAMADO POR TODO PROGRAMA QUE GRAVA
000190*               EM PIX-OUT (FAZER-PIX, AGENDA-EXEC, DEVOLVE-PIX,
000200*               DEVOLVE-PENDENCIA E COBRANCA-TARIFA) ANTES DA
000210*               GRAVACAO. O IDENTIFICADOR TEM 32 POSICOES NO
000220*               PADRAO DA REDE: 'E' + ISPB DA AGENCIA (8) +
000230*               DATA AAAAMMDD + HORA HHMM + SEQUENCIAL DO DIA
000240*               (11), O SEQUENCIAL CONTROLADO NO CONTROLE-ID-PIX
000250*               (UM REGISTRO POR DATA). DEVOLVE '0' (GERADO) OU
000260*               '1' (FALHA - IDENTIFICADOR EM BRANCO) EM
000270*               GID-RETORNO; NA FALHA O CHAMADOR NAO GRAVA O
000280*               MOVIMENTO.
000290*    HISTORICO DE ALTERACOES
000300*    DATA       AUTOR     DESCRICAO
000310*    15/10/2026 DLF       CRIACAO DO PROGRAMA.
000320*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CONTROLE-ID-PIX
000380         ASSIGN TO "PIXSEQ"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PXS-DATA
000420         FILE STATUS IS WS-STATUS-PIXSEQ.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460
000470 FD  CONTROLE-ID-PIX
000480     LABEL RECORD IS STANDARD.
000490 COPY CTPXSEQ.
000500
000510 WORKING-STORAGE SECTION.
000520
000530*    CODIGOS DE RETORNO DE I-O
000540 01  WS-STATUS-PIXSEQ            PIC X(02).
000550
000560*    DATA E HORA DO SISTEMA
000570 01  WS-DATA-AAAAMMDD            PIC 9(08).
000580 01  WS-HORA-COMPLETA.
000590     05  WS-HORA-HHMMSS          PIC 9(06).
000600     05  WS-HORA-CENTESIMOS      PIC 9(02).
000610
000620*    IDENTIFICADOR MONTADO
000630 01  WS-ID-MONTADO.
000640     05  WS-IDM-PREFIXO          PIC X(01) VALUE 'E'.
000650     05  WS-IDM-ISPB             PIC X(08) VALUE '99990001'.
000660     05  WS-IDM-DATA             PIC 9(08).
000670     05  WS-IDM-HORA             PIC 9(04).
000680     05  WS-IDM-SEQUENCIAL       PIC 9(11).
000690
000700*    CAMPOS DE TRABALHO
000710 01  WS-SW-REGISTRO-EXISTE       PIC X(01) VALUE 'N'.
000720     88  WS-REGISTRO-EXISTE          VALUE 'S'.
000730
000740 LINKAGE SECTION.
000750 01  PARM-GERA-ID.
000760     05  GID-ID-FIM-A-FIM        PIC X(32).
000770     05  GID-RETORNO             PIC X(01).
000780         88  GID-GERADO               VALUE '0'.
000790         88  GID-FALHA                VALUE '1'.
000800
000810 PROCEDURE DIVISION USING PARM-GERA-ID.
000820
000830 0000-MAINLINE.
000840     MOVE SPACES TO GID-ID-FIM-A-FIM.
000850     MOVE '0' TO GID-RETORNO.
000860     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
000870     ACCEPT WS-HORA-COMPLETA FROM TIME.
000880
000890     PERFORM 1000-ABRIR-CONTROLE
000900         THRU 1000-ABRIR-CONTROLE-EXIT.
000910
000920     PERFORM 2000-ATRIBUIR-SEQUENCIAL
000930         THRU 2000-ATRIBUIR-SEQUENCIAL-EXIT.
000940
000950     CLOSE CONTROLE-ID-PIX.
000960     GOBACK.
000970
000980*----------------------------------------------------------------
000990*    ABERTURA DO CONTROLE-ID-PIX. NA PRIMEIRA UTILIZACAO O
001000*    ARQUIVO AINDA NAO EXISTE E PRECISA SER CRIADO ANTES DE PODER
001010*    SER ABERTO EM MODO I-O.
001020*----------------------------------------------------------------
001030 1000-ABRIR-CONTROLE.
001040     OPEN I-O CONTROLE-ID-PIX.
001050     IF WS-STATUS-PIXSEQ NOT = '00'
001060         OPEN OUTPUT CONTROLE-ID-PIX
001070         CLOSE CONTROLE-ID-PIX
001080         OPEN I-O CONTROLE-ID-PIX
001090     END-IF.
001100     IF WS-STATUS-PIXSEQ NOT = '00'
001110         DISPLAY 'ERRO AO ABRIR CONTROLE-ID-PIX - STATUS '
001120                 WS-STATUS-PIXSEQ
001130         MOVE '1' TO GID-RETORNO
001140         GOBACK
001150     END-IF.
001160 1000-ABRIR-CONTROLE-EXIT.
001170     EXIT.
001180
001190*----------------------------------------------------------------
001200*    SOMA 1 AO SEQUENCIAL DA DATA (O PRIMEIRO MOVIMENTO DO DIA
001210*    CRIA O REGISTRO) E MONTA O IDENTIFICADOR. O SEQUENCIAL SO
001220*    E DEVOLVIDO DEPOIS DE GRAVADO, PARA NUNCA SE REPETIR.
001230*----------------------------------------------------------------
001240 2000-ATRIBUIR-SEQUENCIAL.
001250     MOVE 'S' TO WS-SW-REGISTRO-EXISTE.
001260     MOVE WS-DATA-AAAAMMDD TO PXS-DATA.
001270     READ CONTROLE-ID-PIX
001280         KEY IS PXS-DATA
001290         INVALID KEY
001300             MOVE 'N' TO WS-SW-REGISTRO-EXISTE
001310             MOVE WS-DATA-AAAAMMDD TO PXS-DATA
001320             MOVE ZERO TO PXS-ULTIMO-SEQUENCIAL
001330     END-READ.
001340
001350     ADD 1 TO PXS-ULTIMO-SEQUENCIAL.
001360     MOVE WS-HORA-HHMMSS TO PXS-HORA-ULTIMO.
001370     IF WS-REGISTRO-EXISTE
001380         REWRITE REG-CONTROLE-ID-PIX
001390             INVALID KEY
001400                 DISPLAY 'ERRO AO ATUALIZAR CONTROLE-ID-PIX: '
001410                         WS-STATUS-PIXSEQ
001420                 MOVE '1' TO GID-RETORNO
001430         END-REWRITE
001440     ELSE
001450         WRITE REG-CONTROLE-ID-PIX
001460             INVALID KEY
001470                 DISPLAY 'ERRO AO GRAVAR CONTROLE-ID-PIX: '
001480                         WS-STATUS-PIXSEQ
001490                 MOVE '1' TO GID-RETORNO
001500         END-WRITE
001510     END-IF.
001520     IF GID-FALHA
001530         GO TO 2000-ATRIBUIR-SEQUENCIAL-EXIT
001540     END-IF.
001550
001560     MOVE WS-DATA-AAAAMMDD TO WS-IDM-DATA.
001570     MOVE WS-HORA-HHMMSS (1:4) TO WS-IDM-HORA.
001580     MOVE PXS-ULTIMO-SEQUENCIAL TO WS-IDM-SEQUENCIAL.
001590     MOVE WS-ID-MONTADO TO GID-ID-FIM-A-FIM.
001600 2000-ATRIBUIR-SEQUENCIAL-EXIT.
001610     EXIT.
