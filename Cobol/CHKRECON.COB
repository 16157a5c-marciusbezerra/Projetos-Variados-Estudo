000010 IDENTIFICATION DIVISION.
000011 PROGRAM-ID.
000012     CHKRECON.
000013 AUTHOR.
000014     R L HUTCHISON.
000015 INSTALLATION.
000016     PAYROLL DEPARTMENT.
000017 DATE-WRITTEN.
000018     15/10/2026.
000019 DATE-COMPILED.
000020*
000021*****************************************************
000022* CONCILIACAO DOS CHEQUES DE PAGAMENTO EMITIDOS PELO
000023* EASYCALC E PELO OFFCYCLE CONTRA O ARQUIVO DE CHEQUES
000024* PAGOS DO BANCO (CHKPAID.DAT).
000025* NOME DO ARQUIVO: CHKRECON.COB
000026*
000027* CADA CHEQUE PAGO PELO BANCO E PROCURADO NO CADASTRO
000028* DE CHEQUES CHKMAST.DAT: O CHEQUE EM ABERTO PASSA A
000029* COMPENSADO ('C'), OU A COMPENSADO COM VALOR
000030* DIFERENTE ('M') QUANDO O BANCO PAGOU OUTRO VALOR.
000031* SAEM NA LISTA DE EXCECOES O VALOR DIFERENTE, A
000032* APRESENTACAO EM DUPLICIDADE, O CHEQUE ANULADO
000033* APRESENTADO E O NUMERO DESCONHECIDO. O MESMO
000034* ARQUIVO DO BANCO PROCESSADO DE NOVO NAO GERA
000035* DUPLICIDADE: O CHEQUE JA COMPENSADO EM RUN ANTERIOR
000036* COM A MESMA DATA E VALOR E SO CONTADO COMO JA
000037* CONCILIADO. SEM CHKPAID.DAT SO SAI A POSICAO DOS
000038* CHEQUES EM ABERTO.
000039*
000040* DEPOIS O PROGRAMA LISTA OS CHEQUES EM ABERTO POR
000041* IDADE (DIAS DESDE A EMISSAO, EM FAIXAS DE 30 DIAS) E
000042* MARCA OS VENCIDOS, ALEM DO PRAZO DE VALIDADE
000043* INFORMADO NO CONSOLE (BRANCO = 180 DIAS). NO CONSOLE
000044* O SUPERVISOR, IDENTIFICADO POR CODIGO E SENHA DO
000045* CADASTRO DE OPERADORES OPERFILE.DAT, PODE ANULAR UM
000046* CHEQUE EM ABERTO ('V')
000047* OU, SE VENCIDO, ANULA-LO E REEMITI-LO COM NOVO
000048* NUMERO DO CHKCTRL.DAT ('R'); O CHEQUE NOVO SAI EM
000049* REISCHK.DAT E ENTRA NO CADASTRO EM ABERTO, LIGADO
000050* AO ORIGINAL. CADA ANULACAO E REEMISSAO E GRAVADA NA
000051* TRILHA DE AUDITORIA CHKAUDIT.DAT COM DATA E
000052* OPERADOR, E NO LOG DE SEGURANCA SECLOG.DAT. O
000053* RELATORIO SAI EM CHKRCN.DAT; EXCECAO NA
000054* CONCILIACAO DEVOLVE RETURN-CODE 4.
000055*
000056* HISTORICO DE MODIFICACOES
000057* -------------------------------------------------
000058* DATA       INIC  DESCRICAO
000059* ---------- ----  ---------------------------------
000060* 15/10/2026  RLH  PROGRAMA ORIGINAL - CONCILIACAO DE
000061*                  CHEQUES COM O ARQUIVO DO BANCO,
000062*                  IDADE DOS CHEQUES EM ABERTO E
000063*                  ANULACAO/REEMISSAO DOS VENCIDOS.
000064* 15/10/2026  RLH  CONTROLE DE EXECUCAO: GRAVA INICIO
000065*                  E FIM DA CONCILIACAO NO
000066*                  RUNCTL.DAT.
000067* 15/10/2026  RLH  AS ANULACOES EXIGEM A ENTRADA DE
000068*                  UM SUPERVISOR COM CODIGO E SENHA
000069*                  DO CADASTRO OPERFILE (9400), COM
000070*                  BLOQUEIO APOS 3 FALHAS, EM VEZ DO
000071*                  CODIGO DIGITADO; CADA ANULACAO VAI
000072*                  TAMBEM PARA O LOG DE SEGURANCA
000073*                  SECLOG.DAT.
000074*****************************************************
000075 ENVIRONMENT DIVISION.
000076 CONFIGURATION SECTION.
000077 SOURCE-COMPUTER. IBM-PS2.
000078 OBJECT-COMPUTER. IBM-PS2.
000079 INPUT-OUTPUT SECTION.
000080 FILE-CONTROL.
000081     SELECT CHECK-MAST-FILE ASSIGN TO "CHKMAST.DAT"
000082         ORGANIZATION IS INDEXED
000083         ACCESS MODE IS DYNAMIC
000084         RECORD KEY IS CM-CHECK-NO
000085         FILE STATUS IS WS-CHKMAST-STATUS.
000086     SELECT PAID-CHECK-FILE ASSIGN TO "CHKPAID.DAT"
000087         ORGANIZATION IS SEQUENTIAL
000088         FILE STATUS IS WS-CHKPAID-STATUS.
000089     SELECT RECON-REPORT-FILE ASSIGN TO "CHKRCN.DAT"
000090         ORGANIZATION IS SEQUENTIAL
000091         FILE STATUS IS WS-CHKRCN-STATUS.
000092     SELECT CHECK-CTL-FILE ASSIGN TO "CHKCTRL.DAT"
000093         ORGANIZATION IS SEQUENTIAL
000094         FILE STATUS IS WS-CHKCTL-STATUS.
000095     SELECT CHECK-PRINT-FILE ASSIGN TO "REISCHK.DAT"
000096         ORGANIZATION IS SEQUENTIAL
000097         FILE STATUS IS WS-CHKPRT-STATUS.
000098     SELECT AUDIT-LOG-FILE ASSIGN TO "CHKAUDIT.DAT"
000099         ORGANIZATION IS SEQUENTIAL
000100         FILE STATUS IS WS-AUDIT-STATUS.
000101     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000102         ORGANIZATION IS SEQUENTIAL
000103         FILE STATUS IS WS-RUNCTL-STATUS.
000104     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE.DAT"
000105         ORGANIZATION IS INDEXED
000106         ACCESS MODE IS DYNAMIC
000107         RECORD KEY IS OP-OPER-ID
000108         FILE STATUS IS WS-OPERFILE-STATUS.
000109     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
000110         ORGANIZATION IS SEQUENTIAL
000111         FILE STATUS IS WS-SECLOG-STATUS.
000112 DATA DIVISION.
000113 FILE SECTION.
000114 FD  CHECK-MAST-FILE
000115     LABEL RECORDS ARE STANDARD
000116     RECORD CONTAINS 100 CHARACTERS.
000117 COPY CHKMREC.
000118*
000119*****************************************************
000120* CHKPAID - CHEQUES PAGOS PELO BANCO NO PERIODO: UM
000121* REGISTRO POR APRESENTACAO, COM NUMERO DO CHEQUE,
000122* VALOR PAGO E DATA DO PAGAMENTO.
000123*****************************************************
000124 FD  PAID-CHECK-FILE
000125     LABEL RECORDS ARE STANDARD
000126     RECORD CONTAINS 23 CHARACTERS.
000127 01  PAID-CHECK-RECORD.
000128     02  PC-CHECK-NO        PIC 9(08).
000129     02  PC-PAID-AMOUNT     PIC S9(7)V99.
000130     02  PC-PAID-DATE       PIC 9(06).
000131 FD  RECON-REPORT-FILE
000132     LABEL RECORDS ARE STANDARD
000133     RECORD CONTAINS 132 CHARACTERS.
000134 01  CHKRCN-REC             PIC X(132).
000135 FD  CHECK-CTL-FILE
000136     LABEL RECORDS ARE STANDARD
000137     RECORD CONTAINS 8 CHARACTERS.
000138 01  CHECK-CTL-RECORD.
000139     02  CK-NEXT-CHECK-NO   PIC 9(08).
000140 FD  CHECK-PRINT-FILE
000141     LABEL RECORDS ARE STANDARD
000142     RECORD CONTAINS 80 CHARACTERS.
000143 01  CHECK-REC              PIC X(80).
000144*
000145*****************************************************
000146* CHKAUDIT - TRILHA DE AUDITORIA DE ANULACAO ('V') E
000147* REEMISSAO ('I') DE CHEQUES: NA ANULACAO O CHEQUE
000148* RELACIONADO E O NOVO (ZERO SE SO ANULADO), NA
000149* REEMISSAO E O ORIGINAL.
000150*****************************************************
000151 FD  AUDIT-LOG-FILE
000152     LABEL RECORDS ARE STANDARD
000153     RECORD CONTAINS 45 CHARACTERS.
000154 01  AUDIT-LOG-RECORD.
000155     02  CA-DATE            PIC 9(06).
000156     02  CA-OPERATOR        PIC X(08).
000157     02  CA-ACTION          PIC X(01).
000158     02  CA-CHECK-NO        PIC 9(08).
000159     02  CA-EMP-ID          PIC X(05).
000160     02  CA-AMOUNT          PIC S9(7)V99.
000161     02  CA-RELATED-NO      PIC 9(08).
000162*
000163*****************************************************
000164* RUNCTL - CONTROLE DE EXECUCAO DA CADEIA DE FOLHA:
000165* O CHKRECON SO REGISTRA O INICIO E O FIM DA
000166* CONCILIACAO, COM OS CHEQUES PAGOS LIDOS DO CHKPAID E
000167* O TOTAL COMPENSADO.
000168*****************************************************
000169 FD  RUN-CONTROL-FILE
000170     LABEL RECORDS ARE STANDARD
000171     RECORD CONTAINS 126 CHARACTERS.
000172 COPY RUNCREC.
000173*
000174*****************************************************
000175* SEGURANCA: CADASTRO DE OPERADORES (OPERFILE.DAT) E
000176* LOG DE SEGURANCA (SECLOG.DAT).
000177*****************************************************
000178 FD  OPERATOR-FILE
000179     LABEL RECORDS ARE STANDARD
000180     RECORD CONTAINS 60 CHARACTERS.
000181 COPY OPERREC.
000182 FD  SECURITY-LOG-FILE
000183     LABEL RECORDS ARE STANDARD
000184     RECORD CONTAINS 80 CHARACTERS.
000185 COPY SECLREC.
000186 WORKING-STORAGE SECTION.
000187 01  WS-SWITCHES.
000188     02  WS-CHKPAID-EOF-SWITCH PIC X(01) VALUE 'N'.
000189         88  CHKPAID-FILE-EOF          VALUE 'Y'.
000190     02  WS-CHKPAID-OPEN-SWITCH PIC X(01) VALUE 'N'.
000191         88  CHKPAID-FILE-OPEN         VALUE 'Y'.
000192     02  WS-CHKMAST-EOF-SWITCH PIC X(01) VALUE 'N'.
000193         88  CHKMAST-FILE-EOF          VALUE 'Y'.
000194     02  WS-CHECK-FOUND-SWITCH PIC X(01) VALUE 'N'.
000195         88  CHECK-RECORD-FOUND        VALUE 'Y'.
000196         88  CHECK-RECORD-NOT-FOUND    VALUE 'N'.
000197     02  WS-CLEARED-NOW-SWITCH PIC X(01) VALUE 'N'.
000198         88  CHECK-CLEARED-THIS-RUN    VALUE 'Y'.
000199     02  WS-VOID-DONE-SWITCH PIC X(01) VALUE 'N'.
000200         88  VOID-ENTRY-DONE           VALUE 'Y'.
000201 01  WS-CHKMAST-STATUS      PIC X(02)  VALUE '00'.
000202 01  WS-CHKPAID-STATUS      PIC X(02)  VALUE '00'.
000203 01  WS-CHKRCN-STATUS       PIC X(02)  VALUE '00'.
000204 01  WS-CHKCTL-STATUS       PIC X(02)  VALUE '00'.
000205 01  WS-CHKPRT-STATUS       PIC X(02)  VALUE '00'.
000206 01  WS-AUDIT-STATUS        PIC X(02)  VALUE '00'.
000207*
000208*****************************************************
000209* CONTROLE DE EXECUCAO (RUNCTL.DAT): DADOS DO REGISTRO
000210* QUE ESTE PROGRAMA GRAVA AO COMECAR E AO TERMINAR.
000211*****************************************************
000212 01  WS-RUNCTL-STATUS       PIC X(02)  VALUE '00'.
000213 01  RCL-WORK-AREAS.
000214     02  RCL-STEP-NAME      PIC X(08)  VALUE 'CHKRECON'.
000215     02  RCL-EVENT          PIC X(01)  VALUE SPACE.
000216     02  RCL-RUN-MODE       PIC X(01)  VALUE SPACE.
000217     02  RCL-RETURN-CODE    PIC 9(02)  VALUE ZERO.
000218     02  RCL-RUN-ID.
000219         03  RCL-PERIOD-END PIC 9(06)  VALUE ZERO.
000220         03  RCL-BATCH-NO   PIC 9(04)  VALUE ZERO.
000221     02  RCL-FILE-NAME      PIC X(12)  VALUE SPACES.
000222     02  RCL-REC-COUNT      PIC 9(07)  VALUE ZERO.
000223     02  RCL-HASH-TOTAL     PIC S9(11)V99 VALUE ZERO.
000224     02  RCL-OPERATOR-ID    PIC X(08)  VALUE SPACES.
000225     02  RCL-MESSAGE        PIC X(40)  VALUE SPACES.
000226     02  RCL-REFUSAL        PIC X(40)  VALUE SPACES.
000227     02  RCL-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000228         88  RUNCTL-FILE-EOF           VALUE 'Y'.
000229     02  RCL-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
000230         88  RCL-INPUT-EOF             VALUE 'Y'.
000231     02  RCL-READ-COUNT     PIC S9(7) COMP VALUE ZERO.
000232 01  WS-ABORT-MESSAGE       PIC X(40)  VALUE SPACES.
000233 01  WS-RUN-DATE.
000234     02  WS-RUN-YY          PIC 99.
000235     02  WS-RUN-MM          PIC 99.
000236     02  WS-RUN-DD          PIC 99.
000237 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
000238                            PIC 9(06).
000239 77  CLR-SUB                PIC S9(3) COMP  VALUE ZERO.
000240 77  AGE-SUB                PIC S9(3) COMP  VALUE ZERO.
000241 77  RCN-NEXT-CHECK-NO      PIC 9(08)       VALUE 1.
000242 01  RCN-LOG-DETAIL.
000243     02  FILLER             PIC X(11)  VALUE 'CHECK VOID '.
000244     02  CLD-OLD-CHECK-NO   PIC 9(08).
000245     02  FILLER             PIC X(10)  VALUE ' RE-ISSUE '.
000246     02  CLD-NEW-CHECK-NO   PIC 9(08).
000247     02  FILLER             PIC X(03)  VALUE SPACES.
000248 01  RCN-WORK-AREAS.
000249     02  RCN-STALE-DAYS     PIC 9(03)       VALUE ZERO.
000250     02  RCN-OPERATOR       PIC X(08)  VALUE SPACES.
000251     02  RCN-IN-CHECK-NO    PIC 9(08)       VALUE ZERO.
000252     02  RCN-IN-ACTION      PIC X(01)  VALUE SPACE.
000253         88  RCN-VOID-ONLY             VALUE 'V' 'v'.
000254         88  RCN-VOID-REISSUE          VALUE 'R' 'r'.
000255     02  RCN-IN-CONFIRM     PIC X(01)  VALUE SPACE.
000256         88  RCN-CONFIRMED             VALUE 'Y' 'y'.
000257     02  RCN-RUN-DAY-NO     PIC S9(7) COMP  VALUE ZERO.
000258     02  RCN-AGE-DAYS       PIC S9(7) COMP  VALUE ZERO.
000259     02  RCN-AMOUNT-ED      PIC ZZ,ZZZ,ZZ9.99-.
000260     02  RCN-OLD-CHECK-NO   PIC 9(08)       VALUE ZERO.
000261     02  RCN-NEW-CHECK-NO   PIC 9(08)       VALUE ZERO.
000262*
000263*****************************************************
000264* CONVERSAO DE DATA AAMMDD EM NUMERO DE DIAS, PARA A
000265* IDADE DO CHEQUE: ANOS 00-99 SAO 2000-2099.
000266*****************************************************
000267 01  DAY-WORK-AREAS.
000268     02  DAY-DATE-IN.
000269         03  DAY-YY         PIC 99.
000270         03  DAY-MM         PIC 99.
000271         03  DAY-DD         PIC 99.
000272     02  DAY-DATE-NUM REDEFINES DAY-DATE-IN
000273                            PIC 9(06).
000274     02  DAY-NUMBER         PIC S9(7) COMP  VALUE ZERO.
000275     02  DAY-LEAP-DAYS      PIC S9(5) COMP  VALUE ZERO.
000276     02  DAY-QUOTIENT       PIC S9(5) COMP  VALUE ZERO.
000277     02  DAY-REMAINDER      PIC S9(5) COMP  VALUE ZERO.
000278 01  MONTH-DAYS-VALUES.
000279     02  FILLER             PIC 9(03)  VALUE 000.
000280     02  FILLER             PIC 9(03)  VALUE 031.
000281     02  FILLER             PIC 9(03)  VALUE 059.
000282     02  FILLER             PIC 9(03)  VALUE 090.
000283     02  FILLER             PIC 9(03)  VALUE 120.
000284     02  FILLER             PIC 9(03)  VALUE 151.
000285     02  FILLER             PIC 9(03)  VALUE 181.
000286     02  FILLER             PIC 9(03)  VALUE 212.
000287     02  FILLER             PIC 9(03)  VALUE 243.
000288     02  FILLER             PIC 9(03)  VALUE 273.
000289     02  FILLER             PIC 9(03)  VALUE 304.
000290     02  FILLER             PIC 9(03)  VALUE 334.
000291 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
000292     02  MONTH-CUM-DAYS     PIC 9(03)  OCCURS 12 TIMES.
000293 01  RCN-TOTALS.
000294     02  RCN-PAID-READ      PIC S9(5)  COMP  VALUE ZERO.
000295     02  RCN-CLEARED-COUNT  PIC S9(5)  COMP  VALUE ZERO.
000296     02  RCN-CLEARED-TOTAL  PIC S9(9)V99     VALUE ZERO.
000297     02  RCN-ALREADY-COUNT  PIC S9(5)  COMP  VALUE ZERO.
000298     02  RCN-EXCEPT-COUNT   PIC S9(5)  COMP  VALUE ZERO.
000299     02  RCN-OPEN-COUNT     PIC S9(5)  COMP  VALUE ZERO.
000300     02  RCN-OPEN-TOTAL     PIC S9(9)V99     VALUE ZERO.
000301     02  RCN-STALE-COUNT    PIC S9(5)  COMP  VALUE ZERO.
000302     02  RCN-VOID-COUNT     PIC S9(5)  COMP  VALUE ZERO.
000303     02  RCN-REISSUE-COUNT  PIC S9(5)  COMP  VALUE ZERO.
000304*
000305*****************************************************
000306* TABELA DOS CHEQUES COMPENSADOS NESTE RUN, PARA
000307* SEPARAR A APRESENTACAO EM DUPLICIDADE DO MESMO
000308* ARQUIVO DO BANCO PROCESSADO DE NOVO.
000309*****************************************************
000310 01  CLR-TABLE-AREA.
000311     02  CLR-COUNT          PIC S9(3) COMP  VALUE ZERO.
000312     02  CLR-ENTRY OCCURS 500 TIMES.
000313         03  CLR-CHECK-NO   PIC 9(08).
000314*
000315*****************************************************
000316* FAIXAS DE IDADE DOS CHEQUES EM ABERTO.
000317*****************************************************
000318 01  AGE-LABEL-VALUES.
000319     02  FILLER             PIC X(14)  VALUE '0-30 DAYS'.
000320     02  FILLER             PIC X(14)  VALUE '31-60 DAYS'.
000321     02  FILLER             PIC X(14)  VALUE '61-90 DAYS'.
000322     02  FILLER             PIC X(14)  VALUE 'OVER 90 DAYS'.
000323 01  AGE-LABEL-TABLE REDEFINES AGE-LABEL-VALUES.
000324     02  AGE-LABEL          PIC X(14)  OCCURS 4 TIMES.
000325 01  AGE-TABLE-AREA.
000326     02  AGE-ENTRY OCCURS 4 TIMES.
000327         03  AGE-COUNT      PIC S9(5)  COMP.
000328         03  AGE-TOTAL      PIC S9(9)V99.
000329 01  RCN-TITLE-LINE.
000330     02  FILLER             PIC X(24) VALUE SPACES.
000331     02  FILLER             PIC X(29)
000332         VALUE 'EASYCALC CHECK RECONCILIATION'.
000333     02  FILLER             PIC X(79) VALUE SPACES.
000334 01  RCN-DATE-LINE.
000335     02  FILLER             PIC X(24) VALUE SPACES.
000336     02  FILLER             PIC X(10) VALUE 'RUN DATE: '.
000337     02  RD-RUN-MM          PIC 99.
000338     02  FILLER             PIC X(01) VALUE '/'.
000339     02  RD-RUN-DD          PIC 99.
000340     02  FILLER             PIC X(01) VALUE '/'.
000341     02  RD-RUN-YY          PIC 99.
000342     02  FILLER             PIC X(04) VALUE SPACES.
000343     02  FILLER             PIC X(19)
000344         VALUE 'STALE-DATE LIMIT: '.
000345     02  RD-STALE-DAYS      PIC ZZ9.
000346     02  FILLER             PIC X(05) VALUE ' DAYS'.
000347     02  FILLER             PIC X(59) VALUE SPACES.
000348 01  RCN-SECTION-LINE.
000349     02  FILLER             PIC X(02) VALUE SPACES.
000350     02  RS-TEXT            PIC X(50).
000351     02  FILLER             PIC X(80) VALUE SPACES.
000352 01  RCN-EXCEPT-LINE.
000353     02  FILLER             PIC X(14)
000354         VALUE '*** EXCEPTION '.
000355     02  XL-CHECK-NO        PIC 9(08).
000356     02  FILLER             PIC X(01) VALUE SPACE.
000357     02  XL-EMP-ID          PIC X(05).
000358     02  FILLER             PIC X(08) VALUE ' ISSUED '.
000359     02  XL-ISSUED          PIC $$,$$$,$$9.99-.
000360     02  FILLER             PIC X(06) VALUE ' PAID '.
000361     02  XL-PAID            PIC $$,$$$,$$9.99-.
000362     02  FILLER             PIC X(01) VALUE SPACE.
000363     02  XL-PAID-DATE       PIC 9(06).
000364     02  FILLER             PIC X(01) VALUE SPACE.
000365     02  XL-REASON          PIC X(30).
000366     02  FILLER             PIC X(24) VALUE SPACES.
000367 01  RCN-AGING-HEADING.
000368     02  FILLER             PIC X(02) VALUE SPACES.
000369     02  FILLER             PIC X(10) VALUE 'CHECK NO'.
000370     02  FILLER             PIC X(08) VALUE 'EMP ID'.
000371     02  FILLER             PIC X(22) VALUE 'EMPLOYEE NAME'.
000372     02  FILLER             PIC X(08) VALUE 'ISSUED'.
000373     02  FILLER             PIC X(15) VALUE '         AMOUNT'.
000374     02  FILLER             PIC X(10) VALUE '  AGE DAYS'.
000375     02  FILLER             PIC X(57) VALUE SPACES.
000376 01  RCN-AGING-LINE.
000377     02  FILLER             PIC X(02) VALUE SPACES.
000378     02  AL-CHECK-NO        PIC 9(08).
000379     02  FILLER             PIC X(02) VALUE SPACES.
000380     02  AL-EMP-ID          PIC X(05).
000381     02  FILLER             PIC X(03) VALUE SPACES.
000382     02  AL-EMP-NAME        PIC X(20).
000383     02  FILLER             PIC X(02) VALUE SPACES.
000384     02  AL-ISSUE-DATE      PIC 9(06).
000385     02  FILLER             PIC X(02) VALUE SPACES.
000386     02  AL-AMOUNT          PIC $$,$$$,$$9.99.
000387     02  FILLER             PIC X(05) VALUE SPACES.
000388     02  AL-AGE-DAYS        PIC ZZZZ9.
000389     02  FILLER             PIC X(03) VALUE SPACES.
000390     02  AL-NOTE            PIC X(10).
000391     02  FILLER             PIC X(46) VALUE SPACES.
000392 01  RCN-BUCKET-LINE.
000393     02  FILLER             PIC X(02) VALUE SPACES.
000394     02  FILLER             PIC X(06) VALUE 'AGED  '.
000395     02  BL-LABEL           PIC X(14).
000396     02  FILLER             PIC X(08) VALUE 'CHECKS: '.
000397     02  BL-COUNT           PIC ZZ,ZZ9.
000398     02  FILLER             PIC X(02) VALUE SPACES.
000399     02  BL-TOTAL           PIC $$,$$$,$$9.99-.
000400     02  FILLER             PIC X(80) VALUE SPACES.
000401 01  RCN-VOID-LINE.
000402     02  FILLER             PIC X(02) VALUE SPACES.
000403     02  FILLER             PIC X(13) VALUE 'VOIDED CHECK '.
000404     02  VL-OLD-CHECK-NO    PIC 9(08).
000405     02  FILLER             PIC X(02) VALUE SPACES.
000406     02  VL-EMP-ID          PIC X(05).
000407     02  FILLER             PIC X(02) VALUE SPACES.
000408     02  VL-AMOUNT          PIC $$,$$$,$$9.99.
000409     02  FILLER             PIC X(02) VALUE SPACES.
000410     02  VL-ACTION          PIC X(15).
000411     02  VL-NEW-CHECK-NO    PIC 9(08).
000412     02  FILLER             PIC X(02) VALUE SPACES.
000413     02  FILLER             PIC X(10) VALUE 'OPERATOR: '.
000414     02  VL-OPERATOR        PIC X(08).
000415     02  FILLER             PIC X(42) VALUE SPACES.
000416 01  RCN-TRAILER-LINE.
000417     02  FILLER             PIC X(37)
000418         VALUE '*** END OF CHECK RECONCILIATION *** '.
000419     02  FILLER             PIC X(11) VALUE 'PAID READ: '.
000420     02  RT-PAID-READ       PIC ZZ,ZZ9.
000421     02  FILLER             PIC X(11) VALUE '  CLEARED: '.
000422     02  RT-CLEARED-COUNT   PIC ZZ,ZZ9.
000423     02  FILLER             PIC X(01) VALUE SPACE.
000424     02  RT-CLEARED-TOTAL   PIC $$,$$$,$$9.99-.
000425     02  FILLER             PIC X(14) VALUE '  EXCEPTIONS: '.
000426     02  RT-EXCEPT-COUNT    PIC ZZ,ZZ9.
000427     02  FILLER             PIC X(26) VALUE SPACES.
000428 01  RCN-OPEN-LINE.
000429     02  FILLER             PIC X(37) VALUE SPACES.
000430     02  FILLER             PIC X(13) VALUE 'OUTSTANDING: '.
000431     02  RO-OPEN-COUNT      PIC ZZ,ZZ9.
000432     02  FILLER             PIC X(01) VALUE SPACE.
000433     02  RO-OPEN-TOTAL      PIC $$,$$$,$$9.99-.
000434     02  FILLER             PIC X(09) VALUE '  STALE: '.
000435     02  RO-STALE-COUNT     PIC ZZ,ZZ9.
000436     02  FILLER             PIC X(10) VALUE '  VOIDED: '.
000437     02  RO-VOID-COUNT      PIC ZZ,ZZ9.
000438     02  FILLER             PIC X(13) VALUE '  RE-ISSUED: '.
000439     02  RO-REISSUE-COUNT   PIC ZZ,ZZ9.
000440     02  FILLER             PIC X(11) VALUE SPACES.
000441 01  CHK-RULE-LINE.
000442     02  FILLER             PIC X(80) VALUE ALL '*'.
000443 01  CHK-TITLE-LINE.
000444     02  FILLER             PIC X(05) VALUE '*    '.
000445     02  FILLER             PIC X(32)
000446         VALUE 'EASYCALC RE-ISSUED PAYROLL CHECK'.
000447     02  FILLER             PIC X(42) VALUE SPACES.
000448     02  FILLER             PIC X(01) VALUE '*'.
000449 01  CHK-NO-LINE.
000450     02  FILLER             PIC X(05) VALUE '*    '.
000451     02  FILLER             PIC X(10) VALUE 'CHECK NO: '.
000452     02  CHK-NO             PIC 9(08).
000453     02  FILLER             PIC X(06) VALUE SPACES.
000454     02  FILLER             PIC X(06) VALUE 'DATE: '.
000455     02  CHK-RUN-MM         PIC 99.
000456     02  FILLER             PIC X(01) VALUE '/'.
000457     02  CHK-RUN-DD         PIC 99.
000458     02  FILLER             PIC X(01) VALUE '/'.
000459     02  CHK-RUN-YY         PIC 99.
000460     02  FILLER             PIC X(36) VALUE SPACES.
000461     02  FILLER             PIC X(01) VALUE '*'.
000462 01  CHK-PAYEE-LINE.
000463     02  FILLER             PIC X(05) VALUE '*    '.
000464     02  FILLER             PIC X(21)
000465         VALUE 'PAY TO THE ORDER OF: '.
000466     02  CHK-PAYEE-NAME     PIC X(20).
000467     02  FILLER             PIC X(33) VALUE SPACES.
000468     02  FILLER             PIC X(01) VALUE '*'.
000469 01  CHK-AMOUNT-LINE.
000470     02  FILLER             PIC X(05) VALUE '*    '.
000471     02  FILLER             PIC X(11) VALUE 'THE SUM OF '.
000472     02  CHK-AMOUNT         PIC $$,$$$,$$9.99.
000473     02  FILLER             PIC X(50) VALUE SPACES.
000474     02  FILLER             PIC X(01) VALUE '*'.
000475 01  CHK-MEMO-LINE.
000476     02  FILLER             PIC X(05) VALUE '*    '.
000477     02  FILLER             PIC X(21)
000478         VALUE 'MEMO: REPLACES CHECK '.
000479     02  CHK-MEMO-CHECK-NO  PIC 9(08).
000480     02  FILLER             PIC X(12) VALUE ' - EMPLOYEE '.
000481     02  CHK-MEMO-EMP-ID    PIC X(05).
000482     02  FILLER             PIC X(28) VALUE SPACES.
000483     02  FILLER             PIC X(01) VALUE '*'.
000484*
000485*****************************************************
000486* SEGURANCA DE OPERADORES: OPERADOR IDENTIFICADO PELA
000487* 9400, PAPEL MINIMO EXIGIDO, SEGUNDO APROVADOR E
000488* DADOS DO PROXIMO REGISTRO DO SECLOG. A SENHA
000489* DIGITADA SO FICA NA AREA ATE O CALCULO DO CODIGO.
000490*****************************************************
000491 01  WS-OPERFILE-STATUS     PIC X(02)  VALUE '00'.
000492 01  WS-SECLOG-STATUS       PIC X(02)  VALUE '00'.
000493 01  SGN-ROLE-VALUES.
000494     02  SGN-ROLE-INQUIRY   PIC 9(01)  VALUE 1.
000495     02  SGN-ROLE-CLERK     PIC 9(01)  VALUE 2.
000496     02  SGN-ROLE-SUPERVISOR PIC 9(01) VALUE 3.
000497     02  SGN-ROLE-MANAGER   PIC 9(01)  VALUE 4.
000498 01  SGN-WORK-AREAS.
000499     02  SGN-PROGRAM        PIC X(08)  VALUE 'CHKRECON'.
000500     02  SGN-OPER-ID        PIC X(08)  VALUE SPACES.
000501     02  SGN-OPER-ROLE      PIC 9(01)  VALUE ZERO.
000502     02  SGN-APPROVER-ID    PIC X(08)  VALUE SPACES.
000503     02  SGN-REQUIRED-ROLE  PIC 9(01)  VALUE ZERO.
000504     02  SGN-CHECK-ROLE     PIC 9(01)  VALUE ZERO.
000505     02  SGN-ATTEMPTS       PIC 9(01)  VALUE ZERO.
000506     02  SGN-RESULT-SWITCH  PIC X(01)  VALUE 'N'.
000507         88  SIGN-ON-ACCEPTED          VALUE 'Y'.
000508     02  SGN-KEY-IN.
000509         03  SGN-IN-ID      PIC X(08)  VALUE SPACES.
000510         03  SGN-IN-PASSWORD PIC X(08) VALUE SPACES.
000511     02  SGN-KEY-CHARS REDEFINES SGN-KEY-IN.
000512         03  SGN-KEY-CHAR   PIC X(01)  OCCURS 16 TIMES.
000513     02  SGN-HASH           PIC 9(10)  VALUE ZERO.
000514     02  SGN-HASH-WORK      PIC 9(12)  VALUE ZERO.
000515     02  SGN-HASH-QUOTIENT  PIC 9(12)  VALUE ZERO.
000516     02  SGN-CHAR-POS       PIC 9(02)  VALUE ZERO.
000517     02  SGN-LOG-EVENT      PIC X(01)  VALUE SPACE.
000518     02  SGN-LOG-OPER-ID    PIC X(08)  VALUE SPACES.
000519     02  SGN-LOG-DETAIL     PIC X(40)  VALUE SPACES.
000520 01  SGN-CHAR-VALUES.
000521     02  FILLER             PIC X(32)
000522         VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
000523     02  FILLER             PIC X(32)
000524         VALUE '56789abcdefghijklmnopqrstuvwxyz-'.
000525 01  SGN-CHAR-TABLE REDEFINES SGN-CHAR-VALUES.
000526     02  SGN-CHAR           PIC X(01)  OCCURS 64 TIMES.
000527 77  SGN-KEY-SUB            PIC S9(3) COMP  VALUE ZERO.
000528 77  SGN-CHAR-SUB           PIC S9(3) COMP  VALUE ZERO.
000529 PROCEDURE DIVISION.
000530 0000-MAINLINE.
000531     PERFORM 1000-INITIALIZE-RUN
000532         THRU 1000-EXIT.
000533     PERFORM 2000-READ-PAID-CHECK
000534         THRU 2000-EXIT.
000535     PERFORM 2100-MATCH-PAID-CHECK
000536         THRU 2100-EXIT
000537         UNTIL CHKPAID-FILE-EOF.
000538     PERFORM 3000-LIST-OUTSTANDING
000539         THRU 3000-EXIT.
000540     PERFORM 4000-OPEN-VOID-ENTRY
000541         THRU 4000-EXIT.
000542     PERFORM 4100-VOID-ONE-CHECK
000543         THRU 4100-EXIT
000544         UNTIL VOID-ENTRY-DONE.
000545     PERFORM 8000-TERMINATE-RUN
000546         THRU 8000-EXIT.
000547     STOP RUN.
000548*
000549*****************************************************
000550* 1000-INITIALIZE-RUN - ABRE O CADASTRO DE CHEQUES
000551* (SEM ELE O RUN ABORTA) E O ARQUIVO DO BANCO, PEDE O
000552* PRAZO DE VALIDADE DO CHEQUE, CALCULA O NUMERO DE
000553* DIAS DA DATA DO RUN E IMPRIME O CABECALHO.
000554*****************************************************
000555 1000-INITIALIZE-RUN.
000556     ACCEPT WS-RUN-DATE FROM DATE.
000557     OPEN I-O CHECK-MAST-FILE.
000558     IF WS-CHKMAST-STATUS NOT = '00'
000559         MOVE 'CHECK MASTER CHKMAST NOT AVAILABLE' TO
000560             WS-ABORT-MESSAGE
000561         PERFORM 9000-ABORT-RUN
000562             THRU 9000-EXIT
000563     END-IF.
000564     OPEN INPUT PAID-CHECK-FILE.
000565     IF WS-CHKPAID-STATUS = '00'
000566         MOVE 'Y' TO WS-CHKPAID-OPEN-SWITCH
000567     ELSE
000568         MOVE 'Y' TO WS-CHKPAID-EOF-SWITCH
000569         DISPLAY 'CHKRECON - NO CHKPAID.DAT - OUTSTANDING'
000570             ' LIST ONLY'
000571     END-IF.
000572     DISPLAY 'CHKRECON - STALE-DATE LIMIT IN DAYS'.
000573     DISPLAY '(3 DIGITS, BLANK = 180):'.
000574     ACCEPT RCN-STALE-DAYS.
000575     IF RCN-STALE-DAYS = ZERO
000576         MOVE 180 TO RCN-STALE-DAYS
000577     END-IF.
000578     MOVE WS-RUN-DATE-NUM TO DAY-DATE-NUM.
000579     PERFORM 6200-COMPUTE-DAY-NUMBER
000580         THRU 6200-EXIT.
000581     MOVE DAY-NUMBER TO RCN-RUN-DAY-NO.
000582     MOVE ZERO TO AGE-COUNT (1) AGE-COUNT (2)
000583         AGE-COUNT (3) AGE-COUNT (4).
000584     MOVE ZERO TO AGE-TOTAL (1) AGE-TOTAL (2)
000585         AGE-TOTAL (3) AGE-TOTAL (4).
000586     OPEN OUTPUT RECON-REPORT-FILE.
000587     MOVE WS-RUN-MM TO RD-RUN-MM.
000588     MOVE WS-RUN-DD TO RD-RUN-DD.
000589     MOVE WS-RUN-YY TO RD-RUN-YY.
000590     MOVE RCN-STALE-DAYS TO RD-STALE-DAYS.
000591     WRITE CHKRCN-REC FROM RCN-TITLE-LINE
000592         AFTER ADVANCING PAGE.
000593     WRITE CHKRCN-REC FROM RCN-DATE-LINE
000594         AFTER ADVANCING 1 LINE.
000595     MOVE 'PAID CHECKS FROM BANK - EXCEPTIONS' TO RS-TEXT.
000596     WRITE CHKRCN-REC FROM RCN-SECTION-LINE
000597         AFTER ADVANCING 2 LINES.
000598     MOVE 'CHKPAID.DAT' TO RCL-FILE-NAME.
000599     MOVE 'S' TO RCL-EVENT.
000600     PERFORM 9100-WRITE-RUN-CONTROL
000601         THRU 9100-EXIT.
000602 1000-EXIT.
000603     EXIT.
000604*
000605*****************************************************
000606* 2000-READ-PAID-CHECK - LE O PROXIMO CHEQUE PAGO DO
000607* ARQUIVO DO BANCO.
000608*****************************************************
000609 2000-READ-PAID-CHECK.
000610     IF CHKPAID-FILE-EOF
000611         GO TO 2000-EXIT
000612     END-IF.
000613     READ PAID-CHECK-FILE
000614         AT END
000615             MOVE 'Y' TO WS-CHKPAID-EOF-SWITCH
000616     END-READ.
000617 2000-EXIT.
000618     EXIT.
000619*
000620*****************************************************
000621* 2100-MATCH-PAID-CHECK - PROCURA O CHEQUE PAGO NO
000622* CADASTRO: NUMERO DESCONHECIDO, CHEQUE ANULADO OU JA
000623* COMPENSADO SAEM COMO EXCECAO (O JA COMPENSADO EM RUN
000624* ANTERIOR COM A MESMA DATA E VALOR E SO O MESMO
000625* ARQUIVO PROCESSADO DE NOVO); O CHEQUE EM ABERTO E
000626* COMPENSADO, COM EXCECAO SE O VALOR PAGO DIFERE DO
000627* EMITIDO.
000628*****************************************************
000629 2100-MATCH-PAID-CHECK.
000630     ADD 1 TO RCN-PAID-READ.
000631     MOVE PC-CHECK-NO TO CM-CHECK-NO.
000632     PERFORM 6000-READ-CHECK
000633         THRU 6000-EXIT.
000634     IF CHECK-RECORD-NOT-FOUND
000635         MOVE ZERO TO CM-AMOUNT
000636         MOVE SPACES TO CM-EMP-ID
000637         MOVE 'UNKNOWN CHECK NUMBER' TO XL-REASON
000638         PERFORM 2400-WRITE-EXCEPTION
000639             THRU 2400-EXIT
000640         GO TO 2100-READ-NEXT
000641     END-IF.
000642     IF CHECK-VOIDED
000643         MOVE 'VOIDED CHECK PRESENTED' TO XL-REASON
000644         PERFORM 2400-WRITE-EXCEPTION
000645             THRU 2400-EXIT
000646         GO TO 2100-READ-NEXT
000647     END-IF.
000648     IF CHECK-CLEARED
000649         OR CHECK-CLEARED-MISMATCH
000650         PERFORM 2200-CHECK-DUPLICATE
000651             THRU 2200-EXIT
000652         GO TO 2100-READ-NEXT
000653     END-IF.
000654     MOVE PC-PAID-DATE TO CM-CLEAR-DATE.
000655     MOVE PC-PAID-AMOUNT TO CM-PAID-AMOUNT.
000656     IF PC-PAID-AMOUNT = CM-AMOUNT
000657         MOVE 'C' TO CM-STATUS
000658     ELSE
000659         MOVE 'M' TO CM-STATUS
000660         MOVE 'PAID AMOUNT NOT ISSUED AMOUNT' TO XL-REASON
000661         PERFORM 2400-WRITE-EXCEPTION
000662             THRU 2400-EXIT
000663     END-IF.
000664     REWRITE CHECK-MAST-RECORD.
000665     ADD 1 TO RCN-CLEARED-COUNT.
000666     ADD PC-PAID-AMOUNT TO RCN-CLEARED-TOTAL.
000667     IF CLR-COUNT >= 500
000668         MOVE 'CLEARED CHECK TABLE FULL' TO WS-ABORT-MESSAGE
000669         PERFORM 9000-ABORT-RUN
000670             THRU 9000-EXIT
000671     END-IF.
000672     ADD 1 TO CLR-COUNT.
000673     MOVE PC-CHECK-NO TO CLR-CHECK-NO (CLR-COUNT).
000674 2100-READ-NEXT.
000675     PERFORM 2000-READ-PAID-CHECK
000676         THRU 2000-EXIT.
000677 2100-EXIT.
000678     EXIT.
000679*
000680*****************************************************
000681* 2200-CHECK-DUPLICATE - CHEQUE JA COMPENSADO
000682* APRESENTADO DE NOVO: SE FOI COMPENSADO NESTE RUN, OU
000683* EM OUTRA DATA OU POR OUTRO VALOR, E APRESENTACAO EM
000684* DUPLICIDADE; SENAO E O MESMO PAGAMENTO JA CONCILIADO.
000685*****************************************************
000686 2200-CHECK-DUPLICATE.
000687     MOVE 'N' TO WS-CLEARED-NOW-SWITCH.
000688     PERFORM 2210-MATCH-CLEARED
000689         THRU 2210-EXIT
000690         VARYING CLR-SUB FROM 1 BY 1
000691         UNTIL CLR-SUB > CLR-COUNT
000692         OR CHECK-CLEARED-THIS-RUN.
000693     IF NOT CHECK-CLEARED-THIS-RUN
000694         AND CM-CLEAR-DATE = PC-PAID-DATE
000695         AND CM-PAID-AMOUNT = PC-PAID-AMOUNT
000696         ADD 1 TO RCN-ALREADY-COUNT
000697         GO TO 2200-EXIT
000698     END-IF.
000699     MOVE 'DUPLICATE PRESENTMENT' TO XL-REASON.
000700     PERFORM 2400-WRITE-EXCEPTION
000701         THRU 2400-EXIT.
000702 2200-EXIT.
000703     EXIT.
000704*
000705*****************************************************
000706* 2210-MATCH-CLEARED - COMPARA UM CHEQUE COMPENSADO
000707* NESTE RUN COM O CHEQUE PAGO CORRENTE.
000708*****************************************************
000709 2210-MATCH-CLEARED.
000710     IF CLR-CHECK-NO (CLR-SUB) = PC-CHECK-NO
000711         MOVE 'Y' TO WS-CLEARED-NOW-SWITCH
000712     END-IF.
000713 2210-EXIT.
000714     EXIT.
000715*
000716*****************************************************
000717* 2400-WRITE-EXCEPTION - GRAVA NA LISTA DE EXCECOES O
000718* CHEQUE PAGO CORRENTE, COM O MOTIVO JA PREPARADO EM
000719* XL-REASON.
000720*****************************************************
000721 2400-WRITE-EXCEPTION.
000722     MOVE PC-CHECK-NO TO XL-CHECK-NO.
000723     MOVE CM-EMP-ID TO XL-EMP-ID.
000724     MOVE CM-AMOUNT TO XL-ISSUED.
000725     MOVE PC-PAID-AMOUNT TO XL-PAID.
000726     MOVE PC-PAID-DATE TO XL-PAID-DATE.
000727     WRITE CHKRCN-REC FROM RCN-EXCEPT-LINE
000728         AFTER ADVANCING 1 LINE.
000729     ADD 1 TO RCN-EXCEPT-COUNT.
000730 2400-EXIT.
000731     EXIT.
000732*
000733*****************************************************
000734* 3000-LIST-OUTSTANDING - PERCORRE O CADASTRO EM ORDEM
000735* DE NUMERO LISTANDO CADA CHEQUE EM ABERTO COM A IDADE
000736* EM DIAS, E IMPRIME OS TOTAIS POR FAIXA DE IDADE.
000737*****************************************************
000738 3000-LIST-OUTSTANDING.
000739     MOVE 'OUTSTANDING CHECKS AGING' TO RS-TEXT.
000740     WRITE CHKRCN-REC FROM RCN-SECTION-LINE
000741         AFTER ADVANCING 2 LINES.
000742     WRITE CHKRCN-REC FROM RCN-AGING-HEADING
000743         AFTER ADVANCING 1 LINE.
000744     MOVE ZERO TO CM-CHECK-NO.
000745     START CHECK-MAST-FILE KEY NOT < CM-CHECK-NO
000746         INVALID KEY
000747             MOVE 'Y' TO WS-CHKMAST-EOF-SWITCH
000748     END-START.
000749     PERFORM 3100-READ-NEXT-CHECK
000750         THRU 3100-EXIT.
000751     PERFORM 3200-AGE-ONE-CHECK
000752         THRU 3200-EXIT
000753         UNTIL CHKMAST-FILE-EOF.
000754     MOVE SPACES TO RS-TEXT.
000755     WRITE CHKRCN-REC FROM RCN-SECTION-LINE
000756         AFTER ADVANCING 1 LINE.
000757     PERFORM 3300-WRITE-AGE-BUCKET
000758         THRU 3300-EXIT
000759         VARYING AGE-SUB FROM 1 BY 1
000760         UNTIL AGE-SUB > 4.
000761 3000-EXIT.
000762     EXIT.
000763*
000764*****************************************************
000765* 3100-READ-NEXT-CHECK - LE O PROXIMO CHEQUE DO
000766* CADASTRO EM ORDEM DE NUMERO.
000767*****************************************************
000768 3100-READ-NEXT-CHECK.
000769     READ CHECK-MAST-FILE NEXT RECORD
000770         AT END
000771             MOVE 'Y' TO WS-CHKMAST-EOF-SWITCH
000772     END-READ.
000773 3100-EXIT.
000774     EXIT.
000775*
000776*****************************************************
000777* 3200-AGE-ONE-CHECK - LISTA UM CHEQUE EM ABERTO COM A
000778* IDADE, SOMA NA FAIXA E MARCA O VENCIDO (IDADE ALEM
000779* DO PRAZO DE VALIDADE), QUE TAMBEM SAI NO CONSOLE
000780* PARA A ANULACAO.
000781*****************************************************
000782 3200-AGE-ONE-CHECK.
000783     IF NOT CHECK-OUTSTANDING
000784         GO TO 3200-READ-NEXT
000785     END-IF.
000786     PERFORM 6100-COMPUTE-AGE
000787         THRU 6100-EXIT.
000788     MOVE 4 TO AGE-SUB.
000789     IF RCN-AGE-DAYS NOT > 90
000790         MOVE 3 TO AGE-SUB
000791     END-IF.
000792     IF RCN-AGE-DAYS NOT > 60
000793         MOVE 2 TO AGE-SUB
000794     END-IF.
000795     IF RCN-AGE-DAYS NOT > 30
000796         MOVE 1 TO AGE-SUB
000797     END-IF.
000798     ADD 1 TO AGE-COUNT (AGE-SUB).
000799     ADD CM-AMOUNT TO AGE-TOTAL (AGE-SUB).
000800     ADD 1 TO RCN-OPEN-COUNT.
000801     ADD CM-AMOUNT TO RCN-OPEN-TOTAL.
000802     MOVE CM-CHECK-NO TO AL-CHECK-NO.
000803     MOVE CM-EMP-ID TO AL-EMP-ID.
000804     MOVE CM-EMP-NAME TO AL-EMP-NAME.
000805     MOVE CM-ISSUE-DATE TO AL-ISSUE-DATE.
000806     MOVE CM-AMOUNT TO AL-AMOUNT.
000807     MOVE RCN-AGE-DAYS TO AL-AGE-DAYS.
000808     MOVE SPACES TO AL-NOTE.
000809     IF RCN-AGE-DAYS > RCN-STALE-DAYS
000810         MOVE 'STALE' TO AL-NOTE
000811         ADD 1 TO RCN-STALE-COUNT
000812         MOVE CM-AMOUNT TO RCN-AMOUNT-ED
000813         DISPLAY 'STALE CHECK ' CM-CHECK-NO ' EMP ' CM-EMP-ID
000814             ' ISSUED ' CM-ISSUE-DATE ' ' RCN-AMOUNT-ED
000815     END-IF.
000816     WRITE CHKRCN-REC FROM RCN-AGING-LINE
000817         AFTER ADVANCING 1 LINE.
000818 3200-READ-NEXT.
000819     PERFORM 3100-READ-NEXT-CHECK
000820         THRU 3100-EXIT.
000821 3200-EXIT.
000822     EXIT.
000823*
000824*****************************************************
000825* 3300-WRITE-AGE-BUCKET - IMPRIME A CONTAGEM E O TOTAL
000826* DE UMA FAIXA DE IDADE.
000827*****************************************************
000828 3300-WRITE-AGE-BUCKET.
000829     MOVE AGE-LABEL (AGE-SUB) TO BL-LABEL.
000830     MOVE AGE-COUNT (AGE-SUB) TO BL-COUNT.
000831     MOVE AGE-TOTAL (AGE-SUB) TO BL-TOTAL.
000832     WRITE CHKRCN-REC FROM RCN-BUCKET-LINE
000833         AFTER ADVANCING 1 LINE.
000834 3300-EXIT.
000835     EXIT.
000836*
000837*****************************************************
000838* 4000-OPEN-VOID-ENTRY - ABRE A DIGITACAO DE ANULACOES
000839* NO CONSOLE: PEDE A ENTRADA DE UM SUPERVISOR (CODIGO
000840* EM BRANCO OU ENTRADA RECUSADA, NENHUM CHEQUE E
000841* ANULADO), LE O PROXIMO NUMERO DE
000842* CHEQUE DO CHKCTRL PARA AS REEMISSOES E ABRE O
000843* ARQUIVO DE IMPRESSAO DOS CHEQUES REEMITIDOS.
000844*****************************************************
000845 4000-OPEN-VOID-ENTRY.
000846     MOVE 'VOIDED AND RE-ISSUED CHECKS' TO RS-TEXT.
000847     WRITE CHKRCN-REC FROM RCN-SECTION-LINE
000848         AFTER ADVANCING 2 LINES.
000849     DISPLAY ' '.
000850     DISPLAY 'CHKRECON - VOID / RE-ISSUE OF CHECKS'.
000851     DISPLAY 'SUPERVISOR SIGN-ON (BLANK ID = NO VOIDS)'.
000852     MOVE SGN-ROLE-SUPERVISOR TO SGN-REQUIRED-ROLE.
000853     PERFORM 9400-SIGN-ON
000854         THRU 9400-EXIT
000855         UNTIL SIGN-ON-ACCEPTED
000856         OR SGN-ATTEMPTS = 3.
000857     IF NOT SIGN-ON-ACCEPTED
000858         MOVE 'Y' TO WS-VOID-DONE-SWITCH
000859         GO TO 4000-EXIT
000860     END-IF.
000861     MOVE SGN-OPER-ID TO RCN-OPERATOR.
000862     OPEN INPUT CHECK-CTL-FILE.
000863     IF WS-CHKCTL-STATUS NOT = '00'
000864         MOVE 1 TO RCN-NEXT-CHECK-NO
000865     ELSE
000866         READ CHECK-CTL-FILE
000867             AT END
000868                 MOVE 1 TO RCN-NEXT-CHECK-NO
000869             NOT AT END
000870                 MOVE CK-NEXT-CHECK-NO TO RCN-NEXT-CHECK-NO
000871         END-READ
000872         CLOSE CHECK-CTL-FILE
000873     END-IF.
000874     OPEN OUTPUT CHECK-PRINT-FILE.
000875     MOVE WS-RUN-MM TO CHK-RUN-MM.
000876     MOVE WS-RUN-DD TO CHK-RUN-DD.
000877     MOVE WS-RUN-YY TO CHK-RUN-YY.
000878 4000-EXIT.
000879     EXIT.
000880*
000881*****************************************************
000882* 4100-VOID-ONE-CHECK - LE DO CONSOLE UM CHEQUE A
000883* ANULAR: SO CHEQUE EM ABERTO PODE SER ANULADO, E SO
000884* O VENCIDO PODE SER REEMITIDO. MOSTRA O CHEQUE E SO
000885* ANULA COM A CONFIRMACAO DO OPERADOR. NUMERO EM
000886* BRANCO ENCERRA A DIGITACAO.
000887*****************************************************
000888 4100-VOID-ONE-CHECK.
000889     DISPLAY ' '.
000890     DISPLAY 'CHECK NO TO VOID (8 DIGITS, BLANK TO END):'.
000891     MOVE ZERO TO RCN-IN-CHECK-NO.
000892     ACCEPT RCN-IN-CHECK-NO.
000893     IF RCN-IN-CHECK-NO = ZERO
000894         MOVE 'Y' TO WS-VOID-DONE-SWITCH
000895         GO TO 4100-EXIT
000896     END-IF.
000897     MOVE RCN-IN-CHECK-NO TO CM-CHECK-NO.
000898     PERFORM 6000-READ-CHECK
000899         THRU 6000-EXIT.
000900     IF CHECK-RECORD-NOT-FOUND
000901         DISPLAY 'CHECK ' RCN-IN-CHECK-NO ' NOT ON CHECK MASTER'
000902         GO TO 4100-EXIT
000903     END-IF.
000904     IF NOT CHECK-OUTSTANDING
000905         DISPLAY 'CHECK NOT OUTSTANDING - NOT VOIDED'
000906         GO TO 4100-EXIT
000907     END-IF.
000908     PERFORM 6100-COMPUTE-AGE
000909         THRU 6100-EXIT.
000910     MOVE CM-AMOUNT TO RCN-AMOUNT-ED.
000911     DISPLAY 'EMPLOYEE: ' CM-EMP-ID ' ' CM-EMP-NAME.
000912     DISPLAY 'ISSUED: ' CM-ISSUE-DATE '  AMOUNT: '
000913         RCN-AMOUNT-ED.
000914     DISPLAY 'ACTION (V=VOID ONLY, R=VOID AND RE-ISSUE):'.
000915     ACCEPT RCN-IN-ACTION.
000916     IF NOT RCN-VOID-ONLY
000917         AND NOT RCN-VOID-REISSUE
000918         DISPLAY 'INVALID ACTION - CHECK NOT VOIDED'
000919         GO TO 4100-EXIT
000920     END-IF.
000921     IF RCN-VOID-REISSUE
000922         AND RCN-AGE-DAYS NOT > RCN-STALE-DAYS
000923         DISPLAY 'CHECK NOT STALE - RE-ISSUE REFUSED'
000924         GO TO 4100-EXIT
000925     END-IF.
000926     DISPLAY 'CONFIRM (Y/N):'.
000927     ACCEPT RCN-IN-CONFIRM.
000928     IF NOT RCN-CONFIRMED
000929         DISPLAY 'CHECK NOT VOIDED'
000930         GO TO 4100-EXIT
000931     END-IF.
000932     PERFORM 4200-APPLY-VOID
000933         THRU 4200-EXIT.
000934 4100-EXIT.
000935     EXIT.
000936*
000937*****************************************************
000938* 4200-APPLY-VOID - ANULA O CHEQUE NO CADASTRO E, NA
000939* REEMISSAO, GRAVA O CHEQUE NOVO EM ABERTO COM O
000940* PROXIMO NUMERO (MESMO FUNCIONARIO, VALOR E RUN-ID),
000941* LIGANDO UM AO OUTRO, E O IMPRIME. AS DUAS ACOES VAO
000942* PARA A TRILHA DE AUDITORIA E PARA O RELATORIO.
000943*****************************************************
000944 4200-APPLY-VOID.
000945     MOVE CM-CHECK-NO TO RCN-OLD-CHECK-NO.
000946     MOVE ZERO TO RCN-NEW-CHECK-NO.
000947     IF RCN-VOID-REISSUE
000948         MOVE RCN-NEXT-CHECK-NO TO RCN-NEW-CHECK-NO
000949         ADD 1 TO RCN-NEXT-CHECK-NO
000950     END-IF.
000951     MOVE 'V' TO CM-STATUS.
000952     MOVE RCN-NEW-CHECK-NO TO CM-REISSUE-NO.
000953     REWRITE CHECK-MAST-RECORD.
000954     MOVE 'V' TO CA-ACTION.
000955     MOVE RCN-OLD-CHECK-NO TO CA-CHECK-NO.
000956     MOVE RCN-NEW-CHECK-NO TO CA-RELATED-NO.
000957     PERFORM 7000-WRITE-AUDIT
000958         THRU 7000-EXIT.
000959     ADD 1 TO RCN-VOID-COUNT.
000960     MOVE RCN-OLD-CHECK-NO TO CLD-OLD-CHECK-NO.
000961     MOVE RCN-NEW-CHECK-NO TO CLD-NEW-CHECK-NO.
000962     MOVE RCN-LOG-DETAIL TO SGN-LOG-DETAIL.
000963     PERFORM 9470-LOG-PRIVILEGED-ACTION
000964         THRU 9470-EXIT.
000965     MOVE RCN-OLD-CHECK-NO TO VL-OLD-CHECK-NO.
000966     MOVE CM-EMP-ID TO VL-EMP-ID.
000967     MOVE CM-AMOUNT TO VL-AMOUNT.
000968     MOVE RCN-OPERATOR TO VL-OPERATOR.
000969     IF RCN-VOID-ONLY
000970         MOVE 'VOID ONLY' TO VL-ACTION
000971         MOVE ZERO TO VL-NEW-CHECK-NO
000972         WRITE CHKRCN-REC FROM RCN-VOID-LINE
000973             AFTER ADVANCING 1 LINE
000974         DISPLAY 'CHECK ' RCN-OLD-CHECK-NO ' VOIDED AND LOGGED'
000975         GO TO 4200-EXIT
000976     END-IF.
000977     MOVE 'RE-ISSUED AS ' TO VL-ACTION.
000978     MOVE RCN-NEW-CHECK-NO TO VL-NEW-CHECK-NO.
000979     WRITE CHKRCN-REC FROM RCN-VOID-LINE
000980         AFTER ADVANCING 1 LINE.
000981     MOVE RCN-NEW-CHECK-NO TO CM-CHECK-NO.
000982     MOVE WS-RUN-DATE-NUM TO CM-ISSUE-DATE.
000983     MOVE 'O' TO CM-STATUS.
000984     MOVE ZERO TO CM-CLEAR-DATE.
000985     MOVE ZERO TO CM-PAID-AMOUNT.
000986     MOVE ZERO TO CM-REISSUE-NO.
000987     MOVE RCN-OLD-CHECK-NO TO CM-ORIG-CHECK-NO.
000988     WRITE CHECK-MAST-RECORD
000989         INVALID KEY
000990             MOVE 'RE-ISSUE NUMBER ALREADY ON CHKMAST' TO
000991                 WS-ABORT-MESSAGE
000992             PERFORM 9000-ABORT-RUN
000993                 THRU 9000-EXIT
000994     END-WRITE.
000995     PERFORM 4300-PRINT-CHECK
000996         THRU 4300-EXIT.
000997     MOVE 'I' TO CA-ACTION.
000998     MOVE RCN-NEW-CHECK-NO TO CA-CHECK-NO.
000999     MOVE RCN-OLD-CHECK-NO TO CA-RELATED-NO.
001000     PERFORM 7000-WRITE-AUDIT
001001         THRU 7000-EXIT.
001002     ADD 1 TO RCN-REISSUE-COUNT.
001003     DISPLAY 'CHECK ' RCN-OLD-CHECK-NO ' VOIDED - RE-ISSUED AS '
001004         RCN-NEW-CHECK-NO.
001005 4200-EXIT.
001006     EXIT.
001007*
001008*****************************************************
001009* 4300-PRINT-CHECK - EMITE O CHEQUE REEMITIDO EM
001010* REISCHK.DAT, COM O NUMERO DO CHEQUE SUBSTITUIDO NO
001011* MEMO.
001012*****************************************************
001013 4300-PRINT-CHECK.
001014     MOVE CM-CHECK-NO TO CHK-NO.
001015     MOVE CM-EMP-NAME TO CHK-PAYEE-NAME.
001016     MOVE CM-AMOUNT TO CHK-AMOUNT.
001017     MOVE CM-ORIG-CHECK-NO TO CHK-MEMO-CHECK-NO.
001018     MOVE CM-EMP-ID TO CHK-MEMO-EMP-ID.
001019     WRITE CHECK-REC FROM CHK-RULE-LINE
001020         AFTER ADVANCING PAGE.
001021     WRITE CHECK-REC FROM CHK-TITLE-LINE
001022         AFTER ADVANCING 1 LINE.
001023     WRITE CHECK-REC FROM CHK-NO-LINE
001024         AFTER ADVANCING 1 LINE.
001025     WRITE CHECK-REC FROM CHK-PAYEE-LINE
001026         AFTER ADVANCING 2 LINES.
001027     WRITE CHECK-REC FROM CHK-AMOUNT-LINE
001028         AFTER ADVANCING 1 LINE.
001029     WRITE CHECK-REC FROM CHK-MEMO-LINE
001030         AFTER ADVANCING 2 LINES.
001031     WRITE CHECK-REC FROM CHK-RULE-LINE
001032         AFTER ADVANCING 1 LINE.
001033 4300-EXIT.
001034     EXIT.
001035*
001036*****************************************************
001037* 6000-READ-CHECK - LE NO CADASTRO O CHEQUE EM
001038* CM-CHECK-NO.
001039*****************************************************
001040 6000-READ-CHECK.
001041     READ CHECK-MAST-FILE
001042         INVALID KEY
001043             SET CHECK-RECORD-NOT-FOUND TO TRUE
001044         NOT INVALID KEY
001045             SET CHECK-RECORD-FOUND TO TRUE
001046     END-READ.
001047 6000-EXIT.
001048     EXIT.
001049*
001050*****************************************************
001051* 6100-COMPUTE-AGE - IDADE DO CHEQUE CORRENTE EM DIAS
001052* DESDE A EMISSAO ATE A DATA DO RUN.
001053*****************************************************
001054 6100-COMPUTE-AGE.
001055     MOVE CM-ISSUE-DATE TO DAY-DATE-NUM.
001056     PERFORM 6200-COMPUTE-DAY-NUMBER
001057         THRU 6200-EXIT.
001058     SUBTRACT DAY-NUMBER FROM RCN-RUN-DAY-NO
001059         GIVING RCN-AGE-DAYS.
001060     IF RCN-AGE-DAYS < ZERO
001061         MOVE ZERO TO RCN-AGE-DAYS
001062     END-IF.
001063 6100-EXIT.
001064     EXIT.
001065*
001066*****************************************************
001067* 6200-COMPUTE-DAY-NUMBER - CONVERTE A DATA AAMMDD EM
001068* DAY-DATE-IN NO NUMERO DE DIAS DESDE 01/01/2000:
001069* 365 POR ANO, MAIS UM DIA POR ANO BISSEXTO ANTERIOR,
001070* OS DIAS DOS MESES ANTERIORES (MAIS O 29 DE FEVEREIRO
001071* NO ANO BISSEXTO) E O DIA. MES INVALIDO DA ZERO.
001072*****************************************************
001073 6200-COMPUTE-DAY-NUMBER.
001074     MOVE ZERO TO DAY-NUMBER.
001075     IF DAY-MM < 1
001076         OR DAY-MM > 12
001077         GO TO 6200-EXIT
001078     END-IF.
001079     MULTIPLY DAY-YY BY 365 GIVING DAY-NUMBER.
001080     ADD 3 TO DAY-YY GIVING DAY-LEAP-DAYS.
001081     DIVIDE DAY-LEAP-DAYS BY 4 GIVING DAY-LEAP-DAYS.
001082     ADD DAY-LEAP-DAYS TO DAY-NUMBER.
001083     ADD MONTH-CUM-DAYS (DAY-MM) TO DAY-NUMBER.
001084     ADD DAY-DD TO DAY-NUMBER.
001085     DIVIDE DAY-YY BY 4 GIVING DAY-QUOTIENT
001086         REMAINDER DAY-REMAINDER.
001087     IF DAY-REMAINDER = ZERO
001088         AND DAY-MM > 2
001089         ADD 1 TO DAY-NUMBER
001090     END-IF.
001091 6200-EXIT.
001092     EXIT.
001093*
001094*****************************************************
001095* 7000-WRITE-AUDIT - GRAVA NA TRILHA CHKAUDIT.DAT A
001096* ACAO JA PREPARADA (CA-ACTION, CA-CHECK-NO E
001097* CA-RELATED-NO) COM DATA, OPERADOR, FUNCIONARIO E
001098* VALOR, NO MESMO PADRAO DO EMPAUDIT DO EMPMAINT.
001099*****************************************************
001100 7000-WRITE-AUDIT.
001101     OPEN EXTEND AUDIT-LOG-FILE.
001102     IF WS-AUDIT-STATUS NOT = '00'
001103         OPEN OUTPUT AUDIT-LOG-FILE
001104     END-IF.
001105     MOVE WS-RUN-DATE-NUM TO CA-DATE.
001106     MOVE RCN-OPERATOR TO CA-OPERATOR.
001107     MOVE CM-EMP-ID TO CA-EMP-ID.
001108     MOVE CM-AMOUNT TO CA-AMOUNT.
001109     WRITE AUDIT-LOG-RECORD.
001110     CLOSE AUDIT-LOG-FILE.
001111 7000-EXIT.
001112     EXIT.
001113*
001114*****************************************************
001115* 8000-TERMINATE-RUN - IMPRIME OS TRAILERS, FECHA OS
001116* ARQUIVOS E, SE HOUVE REEMISSAO, REGRAVA O CHKCTRL
001117* COM O PROXIMO NUMERO DE CHEQUE. EXCECAO NA
001118* CONCILIACAO DEVOLVE RETURN-CODE 4.
001119*****************************************************
001120 8000-TERMINATE-RUN.
001121     MOVE RCN-PAID-READ TO RT-PAID-READ.
001122     MOVE RCN-CLEARED-COUNT TO RT-CLEARED-COUNT.
001123     MOVE RCN-CLEARED-TOTAL TO RT-CLEARED-TOTAL.
001124     MOVE RCN-EXCEPT-COUNT TO RT-EXCEPT-COUNT.
001125     WRITE CHKRCN-REC FROM RCN-TRAILER-LINE
001126         AFTER ADVANCING 2 LINES.
001127     MOVE RCN-OPEN-COUNT TO RO-OPEN-COUNT.
001128     MOVE RCN-OPEN-TOTAL TO RO-OPEN-TOTAL.
001129     MOVE RCN-STALE-COUNT TO RO-STALE-COUNT.
001130     MOVE RCN-VOID-COUNT TO RO-VOID-COUNT.
001131     MOVE RCN-REISSUE-COUNT TO RO-REISSUE-COUNT.
001132     WRITE CHKRCN-REC FROM RCN-OPEN-LINE
001133         AFTER ADVANCING 1 LINE.
001134     CLOSE RECON-REPORT-FILE.
001135     CLOSE CHECK-MAST-FILE.
001136     IF CHKPAID-FILE-OPEN
001137         CLOSE PAID-CHECK-FILE
001138     END-IF.
001139     IF RCN-OPERATOR NOT = SPACES
001140         CLOSE CHECK-PRINT-FILE
001141     END-IF.
001142     IF RCN-REISSUE-COUNT > ZERO
001143         OPEN OUTPUT CHECK-CTL-FILE
001144         MOVE RCN-NEXT-CHECK-NO TO CK-NEXT-CHECK-NO
001145         WRITE CHECK-CTL-RECORD
001146         CLOSE CHECK-CTL-FILE
001147     END-IF.
001148     DISPLAY 'CHKRECON COMPLETE - PAID READ: ' RCN-PAID-READ
001149         ' CLEARED: ' RCN-CLEARED-COUNT
001150         ' ALREADY RECONCILED: ' RCN-ALREADY-COUNT.
001151     DISPLAY 'CHKRECON - OUTSTANDING: ' RCN-OPEN-COUNT
001152         ' STALE: ' RCN-STALE-COUNT
001153         ' VOIDED: ' RCN-VOID-COUNT
001154         ' RE-ISSUED: ' RCN-REISSUE-COUNT.
001155     IF RCN-EXCEPT-COUNT > ZERO
001156         DISPLAY 'CHKRECON - EXCEPTIONS ON REPORT: '
001157             RCN-EXCEPT-COUNT
001158         MOVE 4 TO RETURN-CODE
001159     END-IF.
001160     MOVE RCN-PAID-READ TO RCL-REC-COUNT.
001161     MOVE RCN-CLEARED-TOTAL TO RCL-HASH-TOTAL.
001162     MOVE 'F' TO RCL-EVENT.
001163     MOVE RETURN-CODE TO RCL-RETURN-CODE.
001164     PERFORM 9100-WRITE-RUN-CONTROL
001165         THRU 9100-EXIT.
001166 8000-EXIT.
001167     EXIT.
001168*
001169*****************************************************
001170* 9000-ABORT-RUN - ENCERRA O PROGRAMA COM ERRO GRAVE:
001171* MOSTRA A MENSAGEM NO CONSOLE DO OPERADOR E DEVOLVE
001172* RETURN-CODE 16.
001173*****************************************************
001174 9000-ABORT-RUN.
001175     DISPLAY 'CHKRECON *** RUN ABORTED *** '
001176         WS-ABORT-MESSAGE.
001177     MOVE 16 TO RETURN-CODE.
001178     MOVE 'F' TO RCL-EVENT.
001179     MOVE 16 TO RCL-RETURN-CODE.
001180     MOVE WS-ABORT-MESSAGE TO RCL-MESSAGE.
001181     PERFORM 9100-WRITE-RUN-CONTROL
001182         THRU 9100-EXIT.
001183     STOP RUN.
001184 9000-EXIT.
001185     EXIT.
001186*
001187*****************************************************
001188* 9100-WRITE-RUN-CONTROL - ACRESCENTA AO RUNCTL UM
001189* REGISTRO DESTE PROGRAMA (INICIO, FIM OU LIBERACAO)
001190* COM OS DADOS PREPARADOS EM RCL-WORK-AREAS. SEM O
001191* RUNCTL SO AVISA: O REGISTRO NAO PARA A FOLHA.
001192*****************************************************
001193 9100-WRITE-RUN-CONTROL.
001194     OPEN EXTEND RUN-CONTROL-FILE.
001195     IF WS-RUNCTL-STATUS NOT = '00'
001196         OPEN OUTPUT RUN-CONTROL-FILE
001197     END-IF.
001198     IF WS-RUNCTL-STATUS NOT = '00'
001199         DISPLAY 'CHKRECON - RUN CONTROL FILE RUNCTL'
001200             ' NOT AVAILABLE'
001201         GO TO 9100-EXIT
001202     END-IF.
001203     MOVE SPACES TO RUN-CONTROL-RECORD.
001204     MOVE RCL-STEP-NAME TO RC-STEP-NAME.
001205     MOVE RCL-EVENT TO RC-EVENT.
001206     MOVE RCL-RUN-MODE TO RC-RUN-MODE.
001207     ACCEPT RC-EVENT-DATE FROM DATE.
001208     ACCEPT RC-EVENT-TIME FROM TIME.
001209     MOVE RCL-RETURN-CODE TO RC-RETURN-CODE.
001210     MOVE RCL-RUN-ID TO RC-RUN-ID.
001211     MOVE RCL-FILE-NAME TO RC-FILE-NAME.
001212     MOVE RCL-REC-COUNT TO RC-REC-COUNT.
001213     MOVE RCL-HASH-TOTAL TO RC-HASH-TOTAL.
001214     MOVE RCL-OPERATOR-ID TO RC-OPERATOR-ID.
001215     MOVE RCL-MESSAGE TO RC-MESSAGE.
001216     WRITE RUN-CONTROL-RECORD.
001217     CLOSE RUN-CONTROL-FILE.
001218 9100-EXIT.
001219     EXIT.
001220*
001221*****************************************************
001222* 9400-SIGN-ON - UMA TENTATIVA DE ENTRADA: LE O CODIGO
001223* E A SENHA DO OPERADOR E CONFERE NO CADASTRO COM O
001224* PAPEL MINIMO SGN-REQUIRED-ROLE. CODIGO EM BRANCO
001225* DESISTE (ESGOTA AS TENTATIVAS).
001226*****************************************************
001227 9400-SIGN-ON.
001228     ADD 1 TO SGN-ATTEMPTS.
001229     DISPLAY 'CHKRECON - OPERATOR ID (BLANK = CANCEL):'.
001230     ACCEPT SGN-IN-ID.
001231     IF SGN-IN-ID = SPACES
001232         MOVE 3 TO SGN-ATTEMPTS
001233         GO TO 9400-EXIT
001234     END-IF.
001235     DISPLAY 'CHKRECON - PASSWORD:'.
001236     ACCEPT SGN-IN-PASSWORD.
001237     PERFORM 9410-CHECK-OPERATOR
001238         THRU 9410-EXIT.
001239     MOVE SPACES TO SGN-IN-PASSWORD.
001240     IF SIGN-ON-ACCEPTED
001241         MOVE SGN-IN-ID TO SGN-OPER-ID
001242         MOVE SGN-CHECK-ROLE TO SGN-OPER-ROLE
001243     END-IF.
001244 9400-EXIT.
001245     EXIT.
001246*
001247*****************************************************
001248* 9410-CHECK-OPERATOR - CONFERE SGN-IN-ID E A SENHA NO
001249* CADASTRO DE OPERADORES: OPERADOR ATIVO, NAO
001250* BLOQUEADO, SENHA CERTA E PAPEL NAO MENOR QUE O
001251* EXIGIDO. SENHA ERRADA SOMA UMA FALHA E A TERCEIRA
001252* SEGUIDA BLOQUEIA O OPERADOR; SENHA CERTA ZERA A
001253* CONTAGEM. TODA RECUSA VAI PARA O SECLOG.
001254*****************************************************
001255 9410-CHECK-OPERATOR.
001256     MOVE 'N' TO SGN-RESULT-SWITCH.
001257     MOVE SGN-IN-ID TO SGN-LOG-OPER-ID.
001258     MOVE 'F' TO SGN-LOG-EVENT.
001259     OPEN I-O OPERATOR-FILE.
001260     IF WS-OPERFILE-STATUS NOT = '00'
001261         DISPLAY 'CHKRECON - OPERATOR FILE OPERFILE NOT AVAILABLE'
001262         GO TO 9410-EXIT
001263     END-IF.
001264     MOVE SGN-IN-ID TO OP-OPER-ID.
001265     READ OPERATOR-FILE
001266         INVALID KEY
001267             MOVE 'UNKNOWN OPERATOR ID' TO SGN-LOG-DETAIL
001268             GO TO 9410-REFUSED
001269     END-READ.
001270     IF NOT OPERATOR-ACTIVE
001271         MOVE 'OPERATOR NOT ACTIVE' TO SGN-LOG-DETAIL
001272         GO TO 9410-REFUSED
001273     END-IF.
001274     IF OPERATOR-LOCKED
001275         MOVE 'OPERATOR LOCKED OUT' TO SGN-LOG-DETAIL
001276         GO TO 9410-REFUSED
001277     END-IF.
001278     PERFORM 9420-HASH-PASSWORD
001279         THRU 9420-EXIT.
001280     IF SGN-HASH NOT = OP-PASSWORD-HASH
001281         ADD 1 TO OP-FAIL-COUNT
001282         MOVE 'WRONG PASSWORD' TO SGN-LOG-DETAIL
001283         IF OP-FAIL-COUNT NOT < 3
001284             MOVE 'Y' TO OP-LOCKED-FLAG
001285             MOVE 'L' TO SGN-LOG-EVENT
001286             MOVE 'LOCKED AFTER 3 FAILED SIGN-ONS' TO
001287                 SGN-LOG-DETAIL
001288         END-IF
001289         REWRITE OPERATOR-RECORD
001290         GO TO 9410-REFUSED
001291     END-IF.
001292     MOVE ZERO TO OP-FAIL-COUNT.
001293     ACCEPT OP-LAST-SIGNON FROM DATE.
001294     REWRITE OPERATOR-RECORD.
001295     IF OP-ROLE < SGN-REQUIRED-ROLE
001296         MOVE 'D' TO SGN-LOG-EVENT
001297         MOVE 'ROLE TOO LOW FOR THIS FUNCTION' TO
001298             SGN-LOG-DETAIL
001299         GO TO 9410-REFUSED
001300     END-IF.
001301     MOVE OP-ROLE TO SGN-CHECK-ROLE.
001302     MOVE 'Y' TO SGN-RESULT-SWITCH.
001303     CLOSE OPERATOR-FILE.
001304     GO TO 9410-EXIT.
001305 9410-REFUSED.
001306     CLOSE OPERATOR-FILE.
001307     IF SGN-LOG-EVENT = 'F'
001308         DISPLAY 'CHKRECON - INVALID OPERATOR ID OR PASSWORD'
001309     ELSE
001310         DISPLAY 'CHKRECON - ' SGN-LOG-DETAIL
001311     END-IF.
001312     PERFORM 9450-WRITE-SECURITY-LOG
001313         THRU 9450-EXIT.
001314 9410-EXIT.
001315     EXIT.
001316*
001317*****************************************************
001318* 9420-HASH-PASSWORD - CALCULA O CODIGO GUARDADO NO
001319* CADASTRO EM LUGAR DA SENHA: CADA CARACTER DE
001320* OPERADOR + SENHA VIRA SUA POSICAO NA TABELA
001321* SGN-CHAR (65 FORA DELA) E ENTRA NO CODIGO POR
001322* CODIGO X 67 + POSICAO, MODULO 999999937. TEM DE SER
001323* O MESMO EM TODOS OS PROGRAMAS.
001324*****************************************************
001325 9420-HASH-PASSWORD.
001326     MOVE ZERO TO SGN-HASH.
001327     PERFORM 9430-HASH-ONE-CHAR
001328         THRU 9430-EXIT
001329         VARYING SGN-KEY-SUB FROM 1 BY 1
001330         UNTIL SGN-KEY-SUB > 16.
001331 9420-EXIT.
001332     EXIT.
001333*
001334*****************************************************
001335* 9430-HASH-ONE-CHAR - SOMA UM CARACTER AO CODIGO.
001336*****************************************************
001337 9430-HASH-ONE-CHAR.
001338     MOVE ZERO TO SGN-CHAR-POS.
001339     PERFORM 9440-MATCH-CHAR
001340         THRU 9440-EXIT
001341         VARYING SGN-CHAR-SUB FROM 1 BY 1
001342         UNTIL SGN-CHAR-SUB > 64
001343         OR SGN-CHAR-POS NOT = ZERO.
001344     IF SGN-CHAR-POS = ZERO
001345         MOVE 65 TO SGN-CHAR-POS
001346     END-IF.
001347     MULTIPLY SGN-HASH BY 67 GIVING SGN-HASH-WORK.
001348     ADD SGN-CHAR-POS TO SGN-HASH-WORK.
001349     DIVIDE SGN-HASH-WORK BY 999999937
001350         GIVING SGN-HASH-QUOTIENT
001351         REMAINDER SGN-HASH.
001352 9430-EXIT.
001353     EXIT.
001354*
001355*****************************************************
001356* 9440-MATCH-CHAR - COMPARA UMA ENTRADA DA TABELA DE
001357* CARACTERES COM O CARACTER DA VEZ.
001358*****************************************************
001359 9440-MATCH-CHAR.
001360     IF SGN-CHAR (SGN-CHAR-SUB) = SGN-KEY-CHAR (SGN-KEY-SUB)
001361         MOVE SGN-CHAR-SUB TO SGN-CHAR-POS
001362     END-IF.
001363 9440-EXIT.
001364     EXIT.
001365*
001366*****************************************************
001367* 9450-WRITE-SECURITY-LOG - ACRESCENTA AO SECLOG UM
001368* REGISTRO COM OS DADOS PREPARADOS EM SGN-WORK-AREAS.
001369* SEM O SECLOG SO AVISA.
001370*****************************************************
001371 9450-WRITE-SECURITY-LOG.
001372     OPEN EXTEND SECURITY-LOG-FILE.
001373     IF WS-SECLOG-STATUS NOT = '00'
001374         OPEN OUTPUT SECURITY-LOG-FILE
001375     END-IF.
001376     IF WS-SECLOG-STATUS NOT = '00'
001377         DISPLAY 'CHKRECON - SECURITY LOG SECLOG NOT AVAILABLE'
001378         GO TO 9450-EXIT
001379     END-IF.
001380     MOVE SPACES TO SECURITY-LOG-RECORD.
001381     MOVE SGN-LOG-OPER-ID TO SC-OPER-ID.
001382     ACCEPT SC-EVENT-DATE FROM DATE.
001383     ACCEPT SC-EVENT-TIME FROM TIME.
001384     MOVE SGN-PROGRAM TO SC-PROGRAM.
001385     MOVE SGN-LOG-EVENT TO SC-EVENT.
001386     MOVE SGN-APPROVER-ID TO SC-APPROVER-ID.
001387     MOVE SGN-LOG-DETAIL TO SC-DETAIL.
001388     WRITE SECURITY-LOG-RECORD.
001389     CLOSE SECURITY-LOG-FILE.
001390 9450-EXIT.
001391     EXIT.
001392*
001393*****************************************************
001394* 9470-LOG-PRIVILEGED-ACTION - GRAVA NO SECLOG A ACAO
001395* DESCRITA EM SGN-LOG-DETAIL, FEITA PELO OPERADOR QUE
001396* ENTROU (E PELO APROVADOR, SE HOUVE).
001397*****************************************************
001398 9470-LOG-PRIVILEGED-ACTION.
001399     MOVE 'P' TO SGN-LOG-EVENT.
001400     MOVE SGN-OPER-ID TO SGN-LOG-OPER-ID.
001401     PERFORM 9450-WRITE-SECURITY-LOG
001402         THRU 9450-EXIT.
001403     MOVE SPACES TO SGN-APPROVER-ID.
001404 9470-EXIT.
001405     EXIT.
