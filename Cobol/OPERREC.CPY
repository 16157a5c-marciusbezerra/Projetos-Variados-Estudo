000010*****************************************************
000011* OPERREC - REGISTRO DO CADASTRO DE OPERADORES
000012* (OPERFILE.DAT), INDEXADO PELO CODIGO DO OPERADOR.
000013* ARQUIVO PROTEGIDO: SO O OPRMAINT O MANTEM, E OS
000014* PROGRAMAS DE CONSOLE SO O LEEM NA ENTRADA DO
000015* OPERADOR (E REGRAVAM A CONTAGEM DE FALHAS). A SENHA
000016* NAO FICA GRAVADA: GUARDA-SE SO O CODIGO CALCULADO
000017* SOBRE OPERADOR + SENHA (9420-HASH-PASSWORD, O MESMO
000018* EM TODOS OS PROGRAMAS).
000019* PAPEL: 1 = CONSULTA, 2 = AUXILIAR, 3 = SUPERVISOR,
000020* 4 = GERENTE DE FOLHA; CADA PAPEL PODE O QUE OS
000021* MENORES PODEM. TRES FALHAS SEGUIDAS DE SENHA
000022* BLOQUEIAM O OPERADOR ATE O GERENTE DESBLOQUEAR.
000023*****************************************************
000024 01  OPERATOR-RECORD.
000025     02  OP-OPER-ID         PIC X(08).
000026     02  OP-OPER-NAME       PIC X(20).
000027     02  OP-PASSWORD-HASH   PIC 9(10).
000028     02  OP-ROLE            PIC 9(01).
000029         88  OPER-ROLE-INQUIRY         VALUE 1.
000030         88  OPER-ROLE-CLERK           VALUE 2.
000031         88  OPER-ROLE-SUPERVISOR      VALUE 3.
000032         88  OPER-ROLE-MANAGER         VALUE 4.
000033         88  OPER-ROLE-VALID           VALUE 1 THRU 4.
000034     02  OP-ACTIVE-FLAG     PIC X(01).
000035         88  OPERATOR-ACTIVE           VALUE 'Y'.
000036     02  OP-LOCKED-FLAG     PIC X(01).
000037         88  OPERATOR-LOCKED           VALUE 'Y'.
000038     02  OP-FAIL-COUNT      PIC 9(02).
000039     02  OP-LAST-SIGNON     PIC 9(06).
000040     02  OP-PASSWORD-DATE   PIC 9(06).
000041     02  FILLER             PIC X(05).
