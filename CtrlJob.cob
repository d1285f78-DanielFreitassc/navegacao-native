000260*               GERA AVISO E SEGUE - REEXECUTAR E JUSTAMENTE O
000270*               REMEDIO. DEVOLVE '0' (PROSSEGUE) OU '1'
000280*               (RECUSADO) EM CTL-RETORNO.
000281*               A FASE 'V' SO VERIFICA UM PRE-REQUISITO
000283*               ADICIONAL, SEM GRAVAR NADA, PARA O JOB QUE
000285*               DEPENDE DE MAIS DE UM JOB ANTERIOR; O JOB CHAMA
000287*               A FASE 'V' PARA CADA PRE-REQUISITO EXTRA ANTES
000289*               DA FASE 'I'.
000290*    HISTORICO DE ALTERACOES
000300*    DATA       AUTOR     DESCRICAO
000310*    02/09/2026 DLF       CRIACAO DO PROGRAMA.
000312*    15/10/2026 DLF       INCLUIDA A FASE 'V' (SO VERIFICA O
000314*                         PRE-REQUISITO INFORMADO, COM A MESMA
000316*                         LIBERACAO DO SUPERVISOR), PARA JOB COM
000318*                         MAIS DE UM PRE-REQUISITO.
000320*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000710     05  CTL-FASE                PIC X(01).
000720         88  CTL-FASE-INICIO          VALUE 'I'.
000730         88  CTL-FASE-FIM             VALUE 'F'.
000735         88  CTL-FASE-VERIFICA        VALUE 'V'.
000740     05  CTL-RETORNO             PIC X(01).
000750         88  CTL-PROSSEGUE            VALUE '0'.
000760         88  CTL-RECUSADO             VALUE '1'.
000890         PERFORM 2000-REGISTRAR-INICIO
000900             THRU 2000-REGISTRAR-INICIO-EXIT
000910     ELSE
000912         IF CTL-FASE-VERIFICA
000914             PERFORM 2100-VERIFICAR-PRECEDENTE
000916                 THRU 2100-VERIFICAR-PRECEDENTE-EXIT
000918         ELSE
000920             PERFORM 3000-REGISTRAR-FIM
000930                 THRU 3000-REGISTRAR-FIM-EXIT
000935         END-IF
000940     END-IF.
000950
000960     CLOSE RUN-CONTROL.
