000010*****************************************************
000011* SECLREC - REGISTRO DO LOG DE SEGURANCA SECLOG.DAT,
000012* SEQUENCIAL E SO ACRESCIDO (OPEN EXTEND): CADA
000013* PROGRAMA DE CONSOLE GRAVA AS ENTRADAS RECUSADAS, OS
000014* BLOQUEIOS, AS OPCOES NEGADAS PELO PAPEL DO OPERADOR
000015* E AS ACOES PRIVILEGIADAS (COM O SEGUNDO APROVADOR,
000016* QUANDO EXIGIDO). O OPRMAINT LISTA O LOG POR OPERADOR.
000017* EVENTO: 'F' = ENTRADA RECUSADA, 'L' = OPERADOR
000018* BLOQUEADO, 'D' = OPCAO NEGADA, 'P' = ACAO
000019* PRIVILEGIADA.
000020*****************************************************
000021 01  SECURITY-LOG-RECORD.
000022     02  SC-OPER-ID         PIC X(08).
000023     02  SC-EVENT-DATE      PIC 9(06).
000024     02  SC-EVENT-TIME      PIC 9(08).
000025     02  SC-PROGRAM         PIC X(08).
000026     02  SC-EVENT           PIC X(01).
000027         88  SEC-SIGNON-FAILED         VALUE 'F'.
000028         88  SEC-LOCKED-OUT            VALUE 'L'.
000029         88  SEC-OPTION-DENIED         VALUE 'D'.
000030         88  SEC-PRIVILEGED            VALUE 'P'.
000031     02  SC-APPROVER-ID     PIC X(08).
000032     02  SC-DETAIL          PIC X(40).
000033     02  FILLER             PIC X(01).
