000053*                  HISTORICO VIVO, NO MESMO PADRAO DO
000054*                  YTDARCH; SEM O ARQUIVO DE
000055*                  HISTORICO O PASSO E PULADO.
000056* 15/10/2026  RLH  REGISTRO DO CADASTRO EMPMAST PASSA
000057*                  A 62 POSICOES COM O NUMERO DE
000058*                  DEPENDENTES (EM-DEPENDENTS) NO FIM
000059*                  DO COPYBOOK EMPREC.
000060* 15/10/2026  RLH  O FECHAMENTO APLICA AO SALDO DE
000061*                  LICENCA (LEAVBAL.DAT) O LIMITE DE
000062*                  TRANSPORTE DE FERIAS E DE LICENCA
000063*                  MEDICA DA FAIXA DE TEMPO DE CASA
000064*                  DO LEAVRATE.DAT; O EXCEDENTE E
000065*                  PERDIDO, MOSTRADO NO DEMONSTRATIVO
000066*                  ANUAL, E AS HORAS TIRADAS NO ANO
000067*                  SAO ZERADAS.
000068* 15/10/2026  RLH  CONTROLE DE EXECUCAO: SO FECHA O
000069*                  ANO DEPOIS DE UM YTDVERIF LIMPO
000070*                  COM O YTDFILE SEM MUDANCA, OU COM
000071*                  LIBERACAO DO SUPERVISOR; GRAVA
000072*                  INICIO E FIM NO RUNCTL.DAT.
000073* 15/10/2026  RLH  A LIBERACAO DO CONTROLE DE
000074*                  EXECUCAO (9300) EXIGE A ENTRADA DE
000075*                  UM SUPERVISOR COM CODIGO E SENHA
000076*                  DO CADASTRO OPERFILE, COM BLOQUEIO
000077*                  APOS 3 FALHAS, E VAI TAMBEM PARA O
000078*                  LOG DE SEGURANCA SECLOG.DAT.
000079*****************************************************
000080 ENVIRONMENT DIVISION.
000081 CONFIGURATION SECTION.
000082 SOURCE-COMPUTER. IBM-PS2.
000083 OBJECT-COMPUTER. IBM-PS2.
000084 INPUT-OUTPUT SECTION.
000085 FILE-CONTROL.
000086     SELECT YTD-FILE ASSIGN TO "YTDFILE.DAT"
000087         ORGANIZATION IS INDEXED
000088         ACCESS MODE IS DYNAMIC
000089         RECORD KEY IS YT-EMP-ID
000090         FILE STATUS IS WS-YTD-STATUS.
000091     SELECT EMP-FILE ASSIGN TO "EMPMAST.DAT"
000092         ORGANIZATION IS INDEXED
000093         ACCESS MODE IS DYNAMIC
000094         RECORD KEY IS EM-EMP-ID
000095         FILE STATUS IS WS-EMPMAST-STATUS.
000096     SELECT STMT-FILE ASSIGN TO "ANNSTMT.DAT"
000097         ORGANIZATION IS SEQUENTIAL
000098         FILE STATUS IS WS-STMT-STATUS.
000099     SELECT ARCH-FILE ASSIGN TO "YTDARCH.DAT"
000100         ORGANIZATION IS SEQUENTIAL
000101         FILE STATUS IS WS-ARCH-STATUS.
000102     SELECT JOURNAL-FILE ASSIGN TO "YTDJRNL.DAT"
000103         ORGANIZATION IS SEQUENTIAL
000104         FILE STATUS IS WS-JOURNAL-STATUS.
000105     SELECT HIST-FILE ASSIGN TO "PAYHIST.DAT"
000106         ORGANIZATION IS INDEXED
000107         ACCESS MODE IS DYNAMIC
000108         RECORD KEY IS PH-KEY
000109         FILE STATUS IS WS-HIST-STATUS.
000110     SELECT HIST-ARCH-FILE ASSIGN TO "PHARCH.DAT"
000111         ORGANIZATION IS SEQUENTIAL
000112         FILE STATUS IS WS-PHARCH-STATUS.
000113     SELECT LEAVE-FILE ASSIGN TO "LEAVBAL.DAT"
000114         ORGANIZATION IS INDEXED
000115         ACCESS MODE IS DYNAMIC
000116         RECORD KEY IS LV-EMP-ID
000117         FILE STATUS IS WS-LEAVE-STATUS.
000118     SELECT LEAVE-RATE-FILE ASSIGN TO "LEAVRATE.DAT"
000119         ORGANIZATION IS SEQUENTIAL
000120         FILE STATUS IS WS-LVRATE-STATUS.
000121     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000122         ORGANIZATION IS SEQUENTIAL
000123         FILE STATUS IS WS-RUNCTL-STATUS.
000124     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE.DAT"
000125         ORGANIZATION IS INDEXED
000126         ACCESS MODE IS DYNAMIC
000127         RECORD KEY IS OP-OPER-ID
000128         FILE STATUS IS WS-OPERFILE-STATUS.
000129     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
000130         ORGANIZATION IS SEQUENTIAL
000131         FILE STATUS IS WS-SECLOG-STATUS.
000132 DATA DIVISION.
000133 FILE SECTION.
000134 FD  YTD-FILE
000135     LABEL RECORDS ARE STANDARD
000136     RECORD CONTAINS 28 CHARACTERS.
000137 COPY YTDREC.
000138 FD  EMP-FILE
000139     LABEL RECORDS ARE STANDARD
000140     RECORD CONTAINS 62 CHARACTERS.
000141 COPY EMPREC.
000142 FD  STMT-FILE
000143     LABEL RECORDS ARE STANDARD
000144     RECORD CONTAINS 80 CHARACTERS.
000145 01  STMT-REC               PIC X(80).
000146 FD  ARCH-FILE
000147     LABEL RECORDS ARE STANDARD
000148     RECORD CONTAINS 32 CHARACTERS.
000149 01  ARCHIVE-RECORD.
000150     02  AR-YEAR            PIC 9(04).
000151     02  AR-EMP-ID          PIC X(05).
000152     02  AR-YTD-GROSS       PIC S9(7)V99.
000153     02  AR-YTD-HOURS       PIC S9(5)V99.
000154     02  AR-LAST-GROSS      PIC S9(5)V99.
000155 FD  JOURNAL-FILE
000156     LABEL RECORDS ARE STANDARD
000157     RECORD CONTAINS 68 CHARACTERS.
000158 COPY JRNREC.
000159 FD  HIST-FILE
000160     LABEL RECORDS ARE STANDARD
000161     RECORD CONTAINS 52 CHARACTERS.
000162 COPY HISTREC.
000163 FD  HIST-ARCH-FILE
000164     LABEL RECORDS ARE STANDARD
000165     RECORD CONTAINS 56 CHARACTERS.
000166 01  HIST-ARCH-RECORD.
000167     02  AH-YEAR            PIC 9(04).
000168     02  AH-HIST-IMAGE      PIC X(52).
000169 FD  LEAVE-FILE
000170     LABEL RECORDS ARE STANDARD
000171     RECORD CONTAINS 40 CHARACTERS.
000172 COPY LEAVREC.
000173 FD  LEAVE-RATE-FILE
000174     LABEL RECORDS ARE STANDARD
000175     RECORD CONTAINS 30 CHARACTERS.
000176 COPY LVRTREC.
000177*
000178*****************************************************
000179* RUNCTL - CONTROLE DE EXECUCAO DA CADEIA DE FOLHA:
000180* O YEAREND SO FECHA O ANO DEPOIS DE UM YTDVERIF LIMPO
000181* SOBRE ESTE MESMO YTDFILE.
000182*****************************************************
000183 FD  RUN-CONTROL-FILE
000184     LABEL RECORDS ARE STANDARD
000185     RECORD CONTAINS 126 CHARACTERS.
000186 COPY RUNCREC.
000187*
000188*****************************************************
000189* SEGURANCA: CADASTRO DE OPERADORES (OPERFILE.DAT) E
000190* LOG DE SEGURANCA (SECLOG.DAT).
000191*****************************************************
000192 FD  OPERATOR-FILE
000193     LABEL RECORDS ARE STANDARD
000194     RECORD CONTAINS 60 CHARACTERS.
000195 COPY OPERREC.
000196 FD  SECURITY-LOG-FILE
000197     LABEL RECORDS ARE STANDARD
000198     RECORD CONTAINS 80 CHARACTERS.
000199 COPY SECLREC.
000200 WORKING-STORAGE SECTION.
000201 01  WS-SWITCHES.
000202     02  WS-YTD-EOF-SWITCH  PIC X(01)  VALUE 'N'.
000203         88  YTD-FILE-EOF              VALUE 'Y'.
000204     02  WS-EMP-FOUND-SWITCH PIC X(01) VALUE 'N'.
000205         88  EMP-RECORD-FOUND          VALUE 'Y'.
000206         88  EMP-RECORD-NOT-FOUND      VALUE 'N'.
000207     02  WS-HIST-OPEN-SWITCH PIC X(01) VALUE 'N'.
000208         88  HIST-FILE-AVAILABLE       VALUE 'Y'.
000209     02  WS-HIST-EOF-SWITCH PIC X(01)  VALUE 'N'.
000210         88  HIST-FILE-EOF             VALUE 'Y'.
000211     02  WS-LEAVE-OPEN-SWITCH PIC X(01) VALUE 'N'.
000212         88  LEAVE-FILE-OPEN           VALUE 'Y'.
000213     02  WS-LVRATE-EOF-SWITCH PIC X(01) VALUE 'N'.
000214         88  LVRATE-FILE-EOF           VALUE 'Y'.
000215     02  WS-LVRATE-USED-SWITCH PIC X(01) VALUE 'N'.
000216         88  LVRATE-FILE-USED          VALUE 'Y'.
000217 01  WS-YTD-STATUS          PIC X(02)  VALUE '00'.
000218 01  WS-EMPMAST-STATUS      PIC X(02)  VALUE '00'.
000219 01  WS-STMT-STATUS         PIC X(02)  VALUE '00'.
000220 01  WS-ARCH-STATUS         PIC X(02)  VALUE '00'.
000221 01  WS-JOURNAL-STATUS      PIC X(02)  VALUE '00'.
000222 01  WS-HIST-STATUS         PIC X(02)  VALUE '00'.
000223 01  WS-PHARCH-STATUS       PIC X(02)  VALUE '00'.
000224 01  WS-LEAVE-STATUS        PIC X(02)  VALUE '00'.
000225 01  WS-LVRATE-STATUS       PIC X(02)  VALUE '00'.
000226*
000227*****************************************************
000228* CONTROLE DE EXECUCAO (RUNCTL.DAT): DADOS DO REGISTRO
000229* QUE ESTE PROGRAMA GRAVA AO COMECAR E AO TERMINAR, E
000230* O ULTIMO REGISTRO DO PASSO ANTERIOR DA CADEIA, LIDO
000231* PELA 9200.
000232*****************************************************
000233 01  WS-RUNCTL-STATUS       PIC X(02)  VALUE '00'.
000234 01  RCL-WORK-AREAS.
000235     02  RCL-STEP-NAME      PIC X(08)  VALUE 'YEAREND'.
000236     02  RCL-EVENT          PIC X(01)  VALUE SPACE.
000237     02  RCL-RUN-MODE       PIC X(01)  VALUE SPACE.
000238     02  RCL-RETURN-CODE    PIC 9(02)  VALUE ZERO.
000239     02  RCL-RUN-ID.
000240         03  RCL-PERIOD-END PIC 9(06)  VALUE ZERO.
000241         03  RCL-BATCH-NO   PIC 9(04)  VALUE ZERO.
000242     02  RCL-FILE-NAME      PIC X(12)  VALUE SPACES.
000243     02  RCL-REC-COUNT      PIC 9(07)  VALUE ZERO.
000244     02  RCL-HASH-TOTAL     PIC S9(11)V99 VALUE ZERO.
000245     02  RCL-OPERATOR-ID    PIC X(08)  VALUE SPACES.
000246     02  RCL-MESSAGE        PIC X(40)  VALUE SPACES.
000247     02  RCL-REFUSAL        PIC X(40)  VALUE SPACES.
000248     02  RCL-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000249         88  RUNCTL-FILE-EOF           VALUE 'Y'.
000250     02  RCL-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
000251         88  RCL-INPUT-EOF             VALUE 'Y'.
000252     02  RCL-READ-COUNT     PIC S9(7) COMP VALUE ZERO.
000253 01  RCL-PRIOR-STEP-AREA.
000254     02  RCL-PRIOR-STEP     PIC X(08)  VALUE 'YTDVERIF'.
000255     02  RCL-PRIOR-EVENT    PIC X(01)  VALUE SPACE.
000256         88  PRIOR-STEP-NEVER-RAN      VALUE SPACE.
000257         88  PRIOR-STEP-FINISHED       VALUE 'F'.
000258     02  RCL-PRIOR-RC       PIC 9(02)  VALUE ZERO.
000259     02  RCL-PRIOR-RUN-ID   PIC X(10)  VALUE SPACES.
000260     02  RCL-PRIOR-COUNT    PIC 9(07)  VALUE ZERO.
000261     02  RCL-PRIOR-HASH     PIC S9(11)V99 VALUE ZERO.
000262     02  RCL-PRIOR-SEQ      PIC S9(7) COMP VALUE ZERO.
000263 01  WS-RUN-DATE.
000264     02  WS-RUN-YY          PIC 99.
000265     02  WS-RUN-MM          PIC 99.
000266     02  WS-RUN-DD          PIC 99.
000267 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
000268                            PIC 9(06).
000269 01  WS-ABORT-MESSAGE       PIC X(40)  VALUE SPACES.
000270 01  YE-WORK-AREAS.
000271     02  YE-STMT-YEAR       PIC 9(04)  VALUE ZERO.
000272     02  YE-CLOSED-YY       PIC 9(02)  VALUE ZERO.
000273     02  YE-YEAR-QUOT       PIC 9(02)  VALUE ZERO.
000274     02  YE-HIST-DATE       PIC 9(06)  VALUE ZERO.
000275     02  YE-HIST-DATE-SPLIT REDEFINES YE-HIST-DATE.
000276         03  YE-HIST-YY     PIC 99.
000277         03  YE-HIST-MM     PIC 99.
000278         03  YE-HIST-DD     PIC 99.
000279     02  YE-EMP-NAME        PIC X(20)  VALUE SPACES.
000280 01  YE-TOTALS.
000281     02  YE-EMP-COUNT       PIC S9(5)  COMP  VALUE ZERO.
000282     02  YE-TOTAL-GROSS     PIC S9(9)V99      VALUE ZERO.
000283     02  YE-HIST-COUNT      PIC S9(5)  COMP  VALUE ZERO.
000284     02  YE-LEAVE-COUNT     PIC S9(5)  COMP  VALUE ZERO.
000285     02  YE-VAC-FORFEIT     PIC S9(7)V99      VALUE ZERO.
000286     02  YE-SICK-FORFEIT    PIC S9(7)V99      VALUE ZERO.
000287*
000288*****************************************************
000289* LIMITE DE TRANSPORTE DO SALDO DE LICENCA: FAIXAS DO
000290* LEAVRATE EM VIGOR EM 31/12 DO ANO FECHADO E OS ANOS
000291* DE CASA DO FUNCIONARIO NESSA DATA.
000292*****************************************************
000293 77  LVR-SUB                PIC S9(3) COMP  VALUE ZERO.
000294 77  LVR-HIT-SUB            PIC S9(3) COMP  VALUE ZERO.
000295 01  LEAVE-WORK-AREAS.
000296     02  WS-LVRATE-EFFECTIVE PIC 9(06) VALUE ZERO.
000297     02  LVW-AS-OF-DATE     PIC 9(06)  VALUE ZERO.
000298     02  LVW-AS-OF-SPLIT REDEFINES LVW-AS-OF-DATE.
000299         03  LVW-AS-OF-YY   PIC 99.
000300         03  LVW-AS-OF-MMDD PIC 9(04).
000301     02  LVW-HIRE-DATE      PIC 9(06)  VALUE ZERO.
000302     02  LVW-HIRE-SPLIT REDEFINES LVW-HIRE-DATE.
000303         03  LVW-HIRE-YY    PIC 99.
000304         03  LVW-HIRE-MMDD  PIC 9(04).
000305     02  LVW-SERVICE-YEARS  PIC S9(3) COMP  VALUE ZERO.
000306     02  LVW-VAC-FORFEIT    PIC S9(5)V99    VALUE ZERO.
000307     02  LVW-SICK-FORFEIT   PIC S9(5)V99    VALUE ZERO.
000308 01  LVR-TABLE-AREA.
000309     02  LVR-COUNT          PIC S9(3) COMP  VALUE ZERO.
000310     02  LVR-ENTRY OCCURS 20 TIMES.
000311         03  LVR-MIN-YEARS  PIC 9(02).
000312         03  LVR-VAC-CAP    PIC 9(4)V99.
000313         03  LVR-SICK-CAP   PIC 9(4)V99.
000314 01  STMT-TITLE-LINE.
000315     02  FILLER             PIC X(22) VALUE SPACES.
000316     02  FILLER             PIC X(34)
000317         VALUE 'EASYCALC ANNUAL EARNINGS STATEMENT'.
000318     02  FILLER             PIC X(24) VALUE SPACES.
000319 01  STMT-YEAR-LINE.
000320     02  FILLER             PIC X(22) VALUE SPACES.
000321     02  FILLER             PIC X(10) VALUE 'TAX YEAR: '.
000322     02  SY-YEAR            PIC 9(04).
000323     02  FILLER             PIC X(44) VALUE SPACES.
000324 01  STMT-EMP-LINE.
000325     02  FILLER             PIC X(02) VALUE SPACES.
000326     02  FILLER             PIC X(10) VALUE 'EMPLOYEE: '.
000327     02  SE-EMP-ID          PIC X(05).
000328     02  FILLER             PIC X(02) VALUE SPACES.
000329     02  SE-EMP-NAME        PIC X(20).
000330     02  FILLER             PIC X(41) VALUE SPACES.
000331 01  STMT-AMOUNT-LINE.
000332     02  FILLER             PIC X(05) VALUE SPACES.
000333     02  SM-LABEL           PIC X(22) VALUE SPACES.
000334     02  SM-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
000335     02  FILLER             PIC X(39) VALUE SPACES.
000336 01  STMT-TRAILER-LINE.
000337     02  FILLER             PIC X(28)
000338         VALUE '*** END OF YEAR-END RUN *** '.
000339     02  FILLER             PIC X(11) VALUE 'EMPLOYEES: '.
000340     02  SR-EMP-COUNT       PIC ZZ,ZZ9.
000341     02  FILLER             PIC X(02) VALUE SPACES.
000342     02  FILLER             PIC X(13) VALUE 'TOTAL GROSS: '.
000343     02  SR-TOTAL-GROSS     PIC $$,$$$,$$9.99-.
000344     02  FILLER             PIC X(06) VALUE SPACES.
000345*
000346*****************************************************
000347* SEGURANCA DE OPERADORES: OPERADOR IDENTIFICADO PELA
000348* 9400, PAPEL MINIMO EXIGIDO, SEGUNDO APROVADOR E
000349* DADOS DO PROXIMO REGISTRO DO SECLOG. A SENHA
000350* DIGITADA SO FICA NA AREA ATE O CALCULO DO CODIGO.
000351*****************************************************
000352 01  WS-OPERFILE-STATUS     PIC X(02)  VALUE '00'.
000353 01  WS-SECLOG-STATUS       PIC X(02)  VALUE '00'.
000354 01  SGN-ROLE-VALUES.
000355     02  SGN-ROLE-INQUIRY   PIC 9(01)  VALUE 1.
000356     02  SGN-ROLE-CLERK     PIC 9(01)  VALUE 2.
000357     02  SGN-ROLE-SUPERVISOR PIC 9(01) VALUE 3.
000358     02  SGN-ROLE-MANAGER   PIC 9(01)  VALUE 4.
000359 01  SGN-WORK-AREAS.
000360     02  SGN-PROGRAM        PIC X(08)  VALUE 'YEAREND'.
000361     02  SGN-OPER-ID        PIC X(08)  VALUE SPACES.
000362     02  SGN-OPER-ROLE      PIC 9(01)  VALUE ZERO.
000363     02  SGN-APPROVER-ID    PIC X(08)  VALUE SPACES.
000364     02  SGN-REQUIRED-ROLE  PIC 9(01)  VALUE ZERO.
000365     02  SGN-CHECK-ROLE     PIC 9(01)  VALUE ZERO.
000366     02  SGN-ATTEMPTS       PIC 9(01)  VALUE ZERO.
000367     02  SGN-RESULT-SWITCH  PIC X(01)  VALUE 'N'.
000368         88  SIGN-ON-ACCEPTED          VALUE 'Y'.
000369     02  SGN-KEY-IN.
000370         03  SGN-IN-ID      PIC X(08)  VALUE SPACES.
000371         03  SGN-IN-PASSWORD PIC X(08) VALUE SPACES.
000372     02  SGN-KEY-CHARS REDEFINES SGN-KEY-IN.
000373         03  SGN-KEY-CHAR   PIC X(01)  OCCURS 16 TIMES.
000374     02  SGN-HASH           PIC 9(10)  VALUE ZERO.
000375     02  SGN-HASH-WORK      PIC 9(12)  VALUE ZERO.
000376     02  SGN-HASH-QUOTIENT  PIC 9(12)  VALUE ZERO.
000377     02  SGN-CHAR-POS       PIC 9(02)  VALUE ZERO.
000378     02  SGN-LOG-EVENT      PIC X(01)  VALUE SPACE.
000379     02  SGN-LOG-OPER-ID    PIC X(08)  VALUE SPACES.
000380     02  SGN-LOG-DETAIL     PIC X(40)  VALUE SPACES.
000381 01  SGN-CHAR-VALUES.
000382     02  FILLER             PIC X(32)
000383         VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
000384     02  FILLER             PIC X(32)
000385         VALUE '56789abcdefghijklmnopqrstuvwxyz-'.
000386 01  SGN-CHAR-TABLE REDEFINES SGN-CHAR-VALUES.
000387     02  SGN-CHAR           PIC X(01)  OCCURS 64 TIMES.
000388 77  SGN-KEY-SUB            PIC S9(3) COMP  VALUE ZERO.
000389 77  SGN-CHAR-SUB           PIC S9(3) COMP  VALUE ZERO.
000390 PROCEDURE DIVISION.
000391 0000-MAINLINE.
000392     PERFORM 1000-INITIALIZE-RUN
000393         THRU 1000-EXIT.
000394     PERFORM 2000-READ-NEXT-YTD
000395         THRU 2000-EXIT.
000396     PERFORM 3000-PROCESS-EMPLOYEE
000397         THRU 3000-EXIT
000398         UNTIL YTD-FILE-EOF.
000399     PERFORM 4000-ROLL-HISTORY
000400         THRU 4000-EXIT.
000401     PERFORM 8000-TERMINATE-RUN
000402         THRU 8000-EXIT.
000403     STOP RUN.
000404*
000405*****************************************************
000406* 1000-INITIALIZE-RUN - PEDE O ANO DO FECHAMENTO AO
000407* OPERADOR, ABRE OS ARQUIVOS E POSICIONA O YTDFILE NO
000408* PRIMEIRO FUNCIONARIO.
000409*****************************************************
000410 1000-INITIALIZE-RUN.
000411     DISPLAY 'YEAREND - ENTER TAX YEAR TO CLOSE (YYYY):'.
000412     ACCEPT YE-STMT-YEAR.
000413     DIVIDE YE-STMT-YEAR BY 100
000414         GIVING YE-YEAR-QUOT
000415         REMAINDER YE-CLOSED-YY.
000416     ACCEPT WS-RUN-DATE FROM DATE.
000417     OPEN I-O YTD-FILE.
000418     IF WS-YTD-STATUS NOT = '00'
000419         MOVE 'YTDFILE NOT AVAILABLE' TO WS-ABORT-MESSAGE
000420         PERFORM 9000-ABORT-RUN
000421             THRU 9000-EXIT
000422     END-IF.
000423     PERFORM 1100-CHECK-RUN-CONTROL
000424         THRU 1100-EXIT.
000425     OPEN INPUT EMP-FILE.
000426     IF WS-EMPMAST-STATUS NOT = '00'
000427         MOVE 'EMPLOYEE MASTER EMPMAST NOT AVAILABLE' TO
000428             WS-ABORT-MESSAGE
000429         PERFORM 9000-ABORT-RUN
000430             THRU 9000-EXIT
000431     END-IF.
000432     OPEN OUTPUT STMT-FILE.
000433     OPEN EXTEND ARCH-FILE.
000434     IF WS-ARCH-STATUS NOT = '00'
000435         OPEN OUTPUT ARCH-FILE
000436     END-IF.
000437     OPEN EXTEND JOURNAL-FILE.
000438     IF WS-JOURNAL-STATUS NOT = '00'
000439         OPEN OUTPUT JOURNAL-FILE
000440     END-IF.
000441     OPEN I-O HIST-FILE.
000442     IF WS-HIST-STATUS = '00'
000443         MOVE 'Y' TO WS-HIST-OPEN-SWITCH
000444         OPEN EXTEND HIST-ARCH-FILE
000445         IF WS-PHARCH-STATUS NOT = '00'
000446             OPEN OUTPUT HIST-ARCH-FILE
000447         END-IF
000448     END-IF.
000449     OPEN I-O LEAVE-FILE.
000450     IF WS-LEAVE-STATUS = '00'
000451         MOVE 'Y' TO WS-LEAVE-OPEN-SWITCH
000452     END-IF.
000453     PERFORM 1400-LOAD-LEAVE-RATES
000454         THRU 1400-EXIT.
000455     MOVE YE-STMT-YEAR TO SY-YEAR.
000456     MOVE LOW-VALUES TO YT-EMP-ID.
000457     START YTD-FILE KEY NOT < YT-EMP-ID
000458         INVALID KEY
000459             MOVE 'Y' TO WS-YTD-EOF-SWITCH
000460     END-START.
000461 1000-EXIT.
000462     EXIT.
000463*
000464*****************************************************
000465* 1100-CHECK-RUN-CONTROL - ANTES DE TOCAR EM QUALQUER
000466* ARQUIVO, CONTA O YTDFILE E CONFERE NO RUNCTL QUE O
000467* ULTIMO YTDVERIF TERMINOU LIMPO (RC 0, DIARIO EM
000468* BALANCO) SOBRE ESTE MESMO YTDFILE: MESMA CONTAGEM E
000469* MESMO HASH DE GROSS E HORAS ANO-A-DATA. FORA DISSO
000470* SO COM LIBERACAO DO SUPERVISOR. GRAVA O INICIO DO
000471* FECHAMENTO NO RUNCTL.
000472*****************************************************
000473 1100-CHECK-RUN-CONTROL.
000474     PERFORM 1110-COUNT-YTD-FILE
000475         THRU 1110-EXIT.
000476     PERFORM 9200-READ-RUN-CONTROL
000477         THRU 9200-EXIT.
000478     IF PRIOR-STEP-NEVER-RAN
000479         MOVE 'YTDVERIF HAS NOT BEEN RUN' TO RCL-REFUSAL
000480         GO TO 1100-REFUSED
000481     END-IF.
000482     IF NOT PRIOR-STEP-FINISHED
000483         OR RCL-PRIOR-RC NOT = ZERO
000484         MOVE 'YTDVERIF DID NOT END CLEAN' TO RCL-REFUSAL
000485         GO TO 1100-REFUSED
000486     END-IF.
000487     IF RCL-PRIOR-COUNT NOT = RCL-REC-COUNT
000488         OR RCL-PRIOR-HASH NOT = RCL-HASH-TOTAL
000489         MOVE 'YTDFILE CHANGED SINCE YTDVERIF' TO RCL-REFUSAL
000490         GO TO 1100-REFUSED
000491     END-IF.
000492     GO TO 1100-WRITE-START.
000493 1100-REFUSED.
000494     PERFORM 9300-REQUEST-OVERRIDE
000495         THRU 9300-EXIT.
000496 1100-WRITE-START.
000497     MOVE 'S' TO RCL-EVENT.
000498     PERFORM 9100-WRITE-RUN-CONTROL
000499         THRU 9100-EXIT.
000500 1100-EXIT.
000501     EXIT.
000502*
000503*****************************************************
000504* 1110-COUNT-YTD-FILE - PASSADA PREVIA PELO YTDFILE EM
000505* ORDEM DE CHAVE, CONTANDO OS REGISTROS E SOMANDO GROSS
000506* E HORAS ANO-A-DATA DO MESMO JEITO QUE O YTDVERIF.
000507*****************************************************
000508 1110-COUNT-YTD-FILE.
000509     MOVE 'YTDFILE.DAT' TO RCL-FILE-NAME.
000510     MOVE LOW-VALUES TO YT-EMP-ID.
000511     START YTD-FILE KEY NOT < YT-EMP-ID
000512         INVALID KEY
000513             MOVE 'Y' TO WS-YTD-EOF-SWITCH
000514     END-START.
000515     PERFORM 2000-READ-NEXT-YTD
000516         THRU 2000-EXIT.
000517     PERFORM 1120-TALLY-YTD
000518         THRU 1120-EXIT
000519         UNTIL YTD-FILE-EOF.
000520     MOVE 'N' TO WS-YTD-EOF-SWITCH.
000521 1110-EXIT.
000522     EXIT.
000523*
000524*****************************************************
000525* 1120-TALLY-YTD - ACUMULA UM REGISTRO DO YTDFILE NA
000526* CONTAGEM E NO HASH DO CONTROLE DE EXECUCAO.
000527*****************************************************
000528 1120-TALLY-YTD.
000529     ADD 1 TO RCL-REC-COUNT.
000530     ADD YT-YTD-GROSS TO RCL-HASH-TOTAL.
000531     ADD YT-YTD-HOURS TO RCL-HASH-TOTAL.
000532     PERFORM 2000-READ-NEXT-YTD
000533         THRU 2000-EXIT.
000534 1120-EXIT.
000535     EXIT.
000536*
000537*****************************************************
000538* 1400-LOAD-LEAVE-RATES - CARREGA OS LIMITES DE
000539* TRANSPORTE DE SALDO DE LICENCA DA VERSAO DO
000540* LEAVRATE.DAT EM VIGOR EM 31/12 DO ANO FECHADO, PELA
000541* REGRA DE VIGENCIA DO EASYCALC (1480). SEM ARQUIVO OU
000542* SEM VERSAO EM VIGOR O SALDO PASSA INTEIRO.
000543*****************************************************
000544 1400-LOAD-LEAVE-RATES.
000545     MULTIPLY YE-CLOSED-YY BY 10000 GIVING LVW-AS-OF-DATE.
000546     ADD 1231 TO LVW-AS-OF-DATE.
000547     OPEN INPUT LEAVE-RATE-FILE.
000548     IF WS-LVRATE-STATUS NOT = '00'
000549         GO TO 1400-EXIT
000550     END-IF.
000551     PERFORM 1410-READ-LEAVE-RATE
000552         THRU 1410-EXIT.
000553     PERFORM 1420-APPLY-LEAVE-RATE
000554         THRU 1420-EXIT
000555         UNTIL LVRATE-FILE-EOF.
000556     CLOSE LEAVE-RATE-FILE.
000557 1400-EXIT.
000558     EXIT.
000559*
000560*****************************************************
000561* 1410-READ-LEAVE-RATE - LE O PROXIMO REGISTRO DA
000562* TABELA DE ACUMULACAO DE LICENCA.
000563*****************************************************
000564 1410-READ-LEAVE-RATE.
000565     READ LEAVE-RATE-FILE
000566         AT END
000567             MOVE 'Y' TO WS-LVRATE-EOF-SWITCH
000568     END-READ.
000569 1410-EXIT.
000570     EXIT.
000571*
000572*****************************************************
000573* 1420-APPLY-LEAVE-RATE - ADOTA A FAIXA LIDA SE A
000574* VIGENCIA DELA NAO FOR POSTERIOR AO FIM DO ANO
000575* FECHADO NEM ANTERIOR A DA VERSAO JA ADOTADA; UMA
000576* VIGENCIA MAIS RECENTE RECOMECA A TABELA.
000577*****************************************************
000578 1420-APPLY-LEAVE-RATE.
000579     IF LR-EFFECTIVE-DATE > LVW-AS-OF-DATE
000580         OR LR-EFFECTIVE-DATE < WS-LVRATE-EFFECTIVE
000581         GO TO 1420-READ-NEXT
000582     END-IF.
000583     IF LR-EFFECTIVE-DATE > WS-LVRATE-EFFECTIVE
000584         OR NOT LVRATE-FILE-USED
000585         MOVE LR-EFFECTIVE-DATE TO WS-LVRATE-EFFECTIVE
000586         MOVE ZERO TO LVR-COUNT
000587         MOVE 'Y' TO WS-LVRATE-USED-SWITCH
000588     END-IF.
000589     IF LVR-COUNT >= 20
000590         MOVE 'LEAVRATE TABLE FULL - TOO MANY BANDS' TO
000591             WS-ABORT-MESSAGE
000592         PERFORM 9000-ABORT-RUN
000593             THRU 9000-EXIT
000594     END-IF.
000595     ADD 1 TO LVR-COUNT.
000596     MOVE LR-MIN-YEARS TO LVR-MIN-YEARS (LVR-COUNT).
000597     MOVE LR-VAC-CARRY-CAP TO LVR-VAC-CAP (LVR-COUNT).
000598     MOVE LR-SICK-CARRY-CAP TO LVR-SICK-CAP (LVR-COUNT).
000599 1420-READ-NEXT.
000600     PERFORM 1410-READ-LEAVE-RATE
000601         THRU 1410-EXIT.
000602 1420-EXIT.
000603     EXIT.
000604*
000605*****************************************************
000606* 2000-READ-NEXT-YTD - LE O PROXIMO REGISTRO DO YTDFILE
000607* EM ORDEM DE CHAVE.
000608*****************************************************
000609 2000-READ-NEXT-YTD.
000610     READ YTD-FILE NEXT RECORD
000611         AT END
000612             MOVE 'Y' TO WS-YTD-EOF-SWITCH
000613     END-READ.
000614 2000-EXIT.
000615     EXIT.
000616*
000617*****************************************************
000618* 3000-PROCESS-EMPLOYEE - EMITE O DEMONSTRATIVO ANUAL
000619* DO FUNCIONARIO, ARQUIVA OS ACUMULADOS DO ANO E ZERA
000620* OS ACUMULADORES NO YTDFILE, PRESERVANDO O
000621* YT-LAST-GROSS COMO BASE DA VARIANCIA DO PROXIMO RUN,
000622* E APLICA O LIMITE DE TRANSPORTE AO SALDO DE LICENCA.
000623*****************************************************
000624 3000-PROCESS-EMPLOYEE.
000625     PERFORM 3100-LOOKUP-EMPLOYEE
000626         THRU 3100-EXIT.
000627     PERFORM 3200-WRITE-STATEMENT
000628         THRU 3200-EXIT.
000629     PERFORM 3500-CAP-LEAVE
000630         THRU 3500-EXIT.
000631     PERFORM 3300-ARCHIVE-RECORD
000632         THRU 3300-EXIT.
000633     ADD 1 TO YE-EMP-COUNT.
000634     ADD YT-YTD-GROSS TO YE-TOTAL-GROSS.
000635     MOVE YT-YTD-GROSS TO JR-BEF-GROSS.
000636     MOVE YT-YTD-HOURS TO JR-BEF-HOURS.
000637     MOVE YT-LAST-GROSS TO JR-BEF-LAST.
000638     MOVE ZERO TO YT-YTD-GROSS.
000639     MOVE ZERO TO YT-YTD-HOURS.
000640     MOVE YT-YTD-GROSS TO JR-AFT-GROSS.
000641     MOVE YT-YTD-HOURS TO JR-AFT-HOURS.
000642     MOVE YT-LAST-GROSS TO JR-AFT-LAST.
000643     PERFORM 3400-WRITE-JOURNAL
000644         THRU 3400-EXIT.
000645     REWRITE YTD-RECORD.
000646     PERFORM 2000-READ-NEXT-YTD
000647         THRU 2000-EXIT.
000648 3000-EXIT.
000649     EXIT.
000650*
000651*****************************************************
000652* 3100-LOOKUP-EMPLOYEE - BUSCA O NOME DO FUNCIONARIO NO
000653* CADASTRO EMPMAST PARA O DEMONSTRATIVO; FUNCIONARIO
000654* FORA DO CADASTRO SAI COM O NOME EM BRANCO.
000655*****************************************************
000656 3100-LOOKUP-EMPLOYEE.
000657     MOVE YT-EMP-ID TO EM-EMP-ID.
000658     READ EMP-FILE
000659         INVALID KEY
000660             SET EMP-RECORD-NOT-FOUND TO TRUE
000661         NOT INVALID KEY
000662             SET EMP-RECORD-FOUND TO TRUE
000663     END-READ.
000664     IF EMP-RECORD-FOUND
000665         MOVE EM-NAME TO YE-EMP-NAME
000666     ELSE
000667         MOVE SPACES TO YE-EMP-NAME
000668     END-IF.
000669 3100-EXIT.
000670     EXIT.
000671*
000672*****************************************************
000673* 3200-WRITE-STATEMENT - IMPRIME O DEMONSTRATIVO ANUAL
000674* DE RENDIMENTOS DO FUNCIONARIO (UMA PAGINA POR
000675* FUNCIONARIO EM ANNSTMT.DAT).
000676*****************************************************
000677 3200-WRITE-STATEMENT.
000678     WRITE STMT-REC FROM STMT-TITLE-LINE
000679         AFTER ADVANCING PAGE.
000680     WRITE STMT-REC FROM STMT-YEAR-LINE
000681         AFTER ADVANCING 1 LINE.
000682     MOVE YT-EMP-ID TO SE-EMP-ID.
000683     MOVE YE-EMP-NAME TO SE-EMP-NAME.
000684     WRITE STMT-REC FROM STMT-EMP-LINE
000685         AFTER ADVANCING 2 LINES.
000686     MOVE 'TOTAL GROSS FOR YEAR' TO SM-LABEL.
000687     MOVE YT-YTD-GROSS TO SM-AMOUNT.
000688     WRITE STMT-REC FROM STMT-AMOUNT-LINE
000689         AFTER ADVANCING 2 LINES.
000690     MOVE 'TOTAL HOURS FOR YEAR' TO SM-LABEL.
000691     MOVE YT-YTD-HOURS TO SM-AMOUNT.
000692     WRITE STMT-REC FROM STMT-AMOUNT-LINE
000693         AFTER ADVANCING 1 LINE.
000694 3200-EXIT.
000695     EXIT.
000696*
000697*****************************************************
000698* 3300-ARCHIVE-RECORD - GRAVA NO ARQUIVO MORTO
000699* YTDARCH.DAT A IMAGEM DO ANO FECHADO (ANTES DE ZERAR),
000700* MARCADA COM O ANO DO FECHAMENTO.
000701*****************************************************
000702 3300-ARCHIVE-RECORD.
000703     MOVE YE-STMT-YEAR TO AR-YEAR.
000704     MOVE YT-EMP-ID TO AR-EMP-ID.
000705     MOVE YT-YTD-GROSS TO AR-YTD-GROSS.
000706     MOVE YT-YTD-HOURS TO AR-YTD-HOURS.
000707     MOVE YT-LAST-GROSS TO AR-LAST-GROSS.
000708     WRITE ARCHIVE-RECORD.
000709 3300-EXIT.
000710     EXIT.
000711*
000712*****************************************************
000713* 3400-WRITE-JOURNAL - DIARIZA A REGRAVACAO DA VIRADA
000714* EM YTDJRNL.DAT COM ACAO 'Y' E RUN-ID DATA-DO-DIA +
000715* LOTE 0000 (FORA DE RUN DE FOLHA), ANTES DO REWRITE,
000716* PARA O PAYBKOUT ENXERGAR O FECHAMENTO COMO ATIVIDADE
000717* POSTERIOR A QUALQUER RUN DO ANO FECHADO.
000718*****************************************************
000719 3400-WRITE-JOURNAL.
000720     MOVE WS-RUN-DATE-NUM TO JR-PERIOD-END.
000721     MOVE ZERO TO JR-BATCH-NO.
000722     MOVE YT-EMP-ID TO JR-EMP-ID.
000723     MOVE 'Y' TO JR-ACTION.
000724     MOVE WS-RUN-DATE-NUM TO JR-RUN-DATE.
000725     WRITE JOURNAL-RECORD.
000726 3400-EXIT.
000727     EXIT.
000728*
000729*****************************************************
000730* 3500-CAP-LEAVE - FECHA O ANO DO SALDO DE LICENCA DO
000731* FUNCIONARIO NO LEAVBAL: O SALDO DE FERIAS E O DE
000732* LICENCA MEDICA ACIMA DO LIMITE DE TRANSPORTE DA
000733* FAIXA DE TEMPO DE CASA EM 31/12 (EM-HIRE-DATE, LIDO
000734* NA 3100) E PERDIDO; O DEMONSTRATIVO ANUAL MOSTRA AS
000735* HORAS TIRADAS NO ANO, AS PERDIDAS E O SALDO QUE
000736* PASSA, E AS HORAS TIRADAS NO ANO SAO ZERADAS.
000737* FUNCIONARIO FORA DO CADASTRO OU SEM FAIXA PASSA O
000738* SALDO INTEIRO.
000739*****************************************************
000740 3500-CAP-LEAVE.
000741     IF NOT LEAVE-FILE-OPEN
000742         GO TO 3500-EXIT
000743     END-IF.
000744     MOVE YT-EMP-ID TO LV-EMP-ID.
000745     READ LEAVE-FILE
000746         INVALID KEY
000747             GO TO 3500-EXIT
000748     END-READ.
000749     MOVE ZERO TO LVW-VAC-FORFEIT.
000750     MOVE ZERO TO LVW-SICK-FORFEIT.
000751     MOVE ZERO TO LVR-HIT-SUB.
000752     IF EMP-RECORD-FOUND
000753         AND LVR-COUNT > ZERO
000754         PERFORM 3510-FIND-LEAVE-BAND
000755             THRU 3510-EXIT
000756     END-IF.
000757     IF LVR-HIT-SUB > ZERO
000758         IF LV-VAC-BALANCE > LVR-VAC-CAP (LVR-HIT-SUB)
000759             SUBTRACT LVR-VAC-CAP (LVR-HIT-SUB)
000760                 FROM LV-VAC-BALANCE GIVING LVW-VAC-FORFEIT
000761             MOVE LVR-VAC-CAP (LVR-HIT-SUB) TO LV-VAC-BALANCE
000762         END-IF
000763         IF LV-SICK-BALANCE > LVR-SICK-CAP (LVR-HIT-SUB)
000764             SUBTRACT LVR-SICK-CAP (LVR-HIT-SUB)
000765                 FROM LV-SICK-BALANCE GIVING LVW-SICK-FORFEIT
000766             MOVE LVR-SICK-CAP (LVR-HIT-SUB)
000767                 TO LV-SICK-BALANCE
000768         END-IF
000769     END-IF.
000770     MOVE 'VACATION HOURS TAKEN' TO SM-LABEL.
000771     MOVE LV-VAC-TAKEN-YTD TO SM-AMOUNT.
000772     WRITE STMT-REC FROM STMT-AMOUNT-LINE
000773         AFTER ADVANCING 2 LINES.
000774     MOVE 'VACATION HRS FORFEITED' TO SM-LABEL.
000775     MOVE LVW-VAC-FORFEIT TO SM-AMOUNT.
000776     WRITE STMT-REC FROM STMT-AMOUNT-LINE
000777         AFTER ADVANCING 1 LINE.
000778     MOVE 'VACATION CARRIED OVER' TO SM-LABEL.
000779     MOVE LV-VAC-BALANCE TO SM-AMOUNT.
000780     WRITE STMT-REC FROM STMT-AMOUNT-LINE
000781         AFTER ADVANCING 1 LINE.
000782     MOVE 'SICK HOURS TAKEN' TO SM-LABEL.
000783     MOVE LV-SICK-TAKEN-YTD TO SM-AMOUNT.
000784     WRITE STMT-REC FROM STMT-AMOUNT-LINE
000785         AFTER ADVANCING 2 LINES.
000786     MOVE 'SICK HOURS FORFEITED' TO SM-LABEL.
000787     MOVE LVW-SICK-FORFEIT TO SM-AMOUNT.
000788     WRITE STMT-REC FROM STMT-AMOUNT-LINE
000789         AFTER ADVANCING 1 LINE.
000790     MOVE 'SICK CARRIED OVER' TO SM-LABEL.
000791     MOVE LV-SICK-BALANCE TO SM-AMOUNT.
000792     WRITE STMT-REC FROM STMT-AMOUNT-LINE
000793         AFTER ADVANCING 1 LINE.
000794     ADD LVW-VAC-FORFEIT TO YE-VAC-FORFEIT.
000795     ADD LVW-SICK-FORFEIT TO YE-SICK-FORFEIT.
000796     ADD 1 TO YE-LEAVE-COUNT.
000797     MOVE ZERO TO LV-VAC-TAKEN-YTD.
000798     MOVE ZERO TO LV-SICK-TAKEN-YTD.
000799     REWRITE LEAVE-RECORD.
000800 3500-EXIT.
000801     EXIT.
000802*
000803*****************************************************
000804* 3510-FIND-LEAVE-BAND - CALCULA OS ANOS COMPLETOS DE
000805* CASA EM 31/12 DO ANO FECHADO A PARTIR DA ADMISSAO,
000806* COMO NA 3285 DO EASYCALC, E ACHA A FAIXA DE MAIOR
000807* MINIMO DE ANOS JA ATINGIDA.
000808*****************************************************
000809 3510-FIND-LEAVE-BAND.
000810     MOVE EM-HIRE-DATE TO LVW-HIRE-DATE.
000811     MOVE ZERO TO LVW-SERVICE-YEARS.
000812     IF LVW-HIRE-DATE > ZERO
000813         IF LVW-HIRE-YY > LVW-AS-OF-YY
000814             ADD 100 LVW-AS-OF-YY GIVING LVW-SERVICE-YEARS
000815         ELSE
000816             MOVE LVW-AS-OF-YY TO LVW-SERVICE-YEARS
000817         END-IF
000818         SUBTRACT LVW-HIRE-YY FROM LVW-SERVICE-YEARS
000819         IF LVW-AS-OF-MMDD < LVW-HIRE-MMDD
000820             SUBTRACT 1 FROM LVW-SERVICE-YEARS
000821         END-IF
000822         IF LVW-SERVICE-YEARS < ZERO
000823             MOVE ZERO TO LVW-SERVICE-YEARS
000824         END-IF
000825     END-IF.
000826     PERFORM 3520-MATCH-LEAVE-BAND
000827         THRU 3520-EXIT
000828         VARYING LVR-SUB FROM 1 BY 1
000829         UNTIL LVR-SUB > LVR-COUNT.
000830 3510-EXIT.
000831     EXIT.
000832*
000833*****************************************************
000834* 3520-MATCH-LEAVE-BAND - FICA COM A FAIXA DE MAIOR
000835* MINIMO DE ANOS QUE O FUNCIONARIO JA ATINGIU.
000836*****************************************************
000837 3520-MATCH-LEAVE-BAND.
000838     IF LVR-MIN-YEARS (LVR-SUB) > LVW-SERVICE-YEARS
000839         GO TO 3520-EXIT
000840     END-IF.
000841     IF LVR-HIT-SUB = ZERO
000842         MOVE LVR-SUB TO LVR-HIT-SUB
000843         GO TO 3520-EXIT
000844     END-IF.
000845     IF LVR-MIN-YEARS (LVR-SUB) > LVR-MIN-YEARS (LVR-HIT-SUB)
000846         MOVE LVR-SUB TO LVR-HIT-SUB
000847     END-IF.
000848 3520-EXIT.
000849     EXIT.
000850*
000851*****************************************************
000852* 4000-ROLL-HISTORY - ROLA O HISTORICO DE PAGAMENTOS DO
000853* ANO FECHADO PARA O ARQUIVO MORTO PHARCH.DAT, NO MESMO
000854* PADRAO DO YTDARCH: SO OS REGISTROS CUJO FIM DE
000855* PERIODO E DO ANO FECHADO SAO COPIADOS (MARCADOS COM O
000856* ANO) E REMOVIDOS DO HISTORICO VIVO; RUN DO ANO JA
000857* ABERTO EXECUTADO ANTES DE UM FECHAMENTO ATRASADO
000858* PERMANECE NO HISTORICO VIVO PARA O PAYHINQ. SEM O
000859* ARQUIVO DE HISTORICO O PASSO E PULADO.
000860*****************************************************
000861 4000-ROLL-HISTORY.
000862     IF NOT HIST-FILE-AVAILABLE
000863         GO TO 4000-EXIT
000864     END-IF.
000865     MOVE LOW-VALUES TO PH-KEY.
000866     START HIST-FILE KEY NOT < PH-KEY
000867         INVALID KEY
000868             MOVE 'Y' TO WS-HIST-EOF-SWITCH
000869     END-START.
000870     PERFORM 4100-READ-NEXT-HIST
000871         THRU 4100-EXIT.
000872     PERFORM 4200-ARCHIVE-ONE-HIST
000873         THRU 4200-EXIT
000874         UNTIL HIST-FILE-EOF.
000875 4000-EXIT.
000876     EXIT.
000877*
000878*****************************************************
000879* 4100-READ-NEXT-HIST - LE O PROXIMO REGISTRO DO
000880* HISTORICO EM ORDEM DE CHAVE.
000881*****************************************************
000882 4100-READ-NEXT-HIST.
000883     READ HIST-FILE NEXT RECORD
000884         AT END
000885             MOVE 'Y' TO WS-HIST-EOF-SWITCH
000886     END-READ.
000887 4100-EXIT.
000888     EXIT.
000889*
000890*****************************************************
000891* 4200-ARCHIVE-ONE-HIST - SE O FIM DE PERIODO DO
000892* REGISTRO E DO ANO FECHADO, COPIA O REGISTRO PARA O
000893* ARQUIVO MORTO, MARCADO COM O ANO DO FECHAMENTO, E O
000894* REMOVE DO HISTORICO VIVO; REGISTRO DE OUTRO ANO E
000895* MANTIDO COMO ESTA.
000896*****************************************************
000897 4200-ARCHIVE-ONE-HIST.
000898     MOVE PH-PERIOD-END TO YE-HIST-DATE.
000899     IF YE-HIST-YY NOT = YE-CLOSED-YY
000900         GO TO 4200-READ-NEXT
000901     END-IF.
000902     MOVE YE-STMT-YEAR TO AH-YEAR.
000903     MOVE HIST-RECORD TO AH-HIST-IMAGE.
000904     WRITE HIST-ARCH-RECORD.
000905     DELETE HIST-FILE RECORD.
000906     ADD 1 TO YE-HIST-COUNT.
000907 4200-READ-NEXT.
000908     PERFORM 4100-READ-NEXT-HIST
000909         THRU 4100-EXIT.
000910 4200-EXIT.
000911     EXIT.
000912*
000913*****************************************************
000914* 8000-TERMINATE-RUN - GRAVA O TRAILER DO ARQUIVO DE
000915* DEMONSTRATIVOS, FECHA OS ARQUIVOS E RESUME O RUN NO
000916* CONSOLE DO OPERADOR.
000917*****************************************************
000918 8000-TERMINATE-RUN.
000919     MOVE YE-EMP-COUNT TO SR-EMP-COUNT.
000920     MOVE YE-TOTAL-GROSS TO SR-TOTAL-GROSS.
000921     WRITE STMT-REC FROM STMT-TRAILER-LINE
000922         AFTER ADVANCING 2 LINES.
000923     CLOSE STMT-FILE.
000924     CLOSE ARCH-FILE.
000925     CLOSE YTD-FILE.
000926     CLOSE EMP-FILE.
000927     CLOSE JOURNAL-FILE.
000928     IF HIST-FILE-AVAILABLE
000929         CLOSE HIST-FILE
000930         CLOSE HIST-ARCH-FILE
000931         DISPLAY 'YEAREND - HISTORY RECORDS ARCHIVED: '
000932             YE-HIST-COUNT
000933     END-IF.
000934     IF LEAVE-FILE-OPEN
000935         CLOSE LEAVE-FILE
000936         DISPLAY 'YEAREND - LEAVE BALANCES CLOSED: '
000937             YE-LEAVE-COUNT
000938         DISPLAY 'YEAREND - VACATION HOURS FORFEITED: '
000939             YE-VAC-FORFEIT
000940         DISPLAY 'YEAREND - SICK HOURS FORFEITED: '
000941             YE-SICK-FORFEIT
000942     END-IF.
000943     DISPLAY 'YEAREND COMPLETE - EMPLOYEES CLOSED: '
000944         YE-EMP-COUNT.
000945     MOVE 'F' TO RCL-EVENT.
000946     MOVE RETURN-CODE TO RCL-RETURN-CODE.
000947     PERFORM 9100-WRITE-RUN-CONTROL
000948         THRU 9100-EXIT.
000949 8000-EXIT.
000950     EXIT.
000951*
000952*****************************************************
000953* 9000-ABORT-RUN - ENCERRA O PROGRAMA COM ERRO GRAVE:
000954* MOSTRA A MENSAGEM NO CONSOLE DO OPERADOR, DEVOLVE
000955* RETURN-CODE 16 E PARA SEM FECHAR O ANO.
000956*****************************************************
000957 9000-ABORT-RUN.
000958     DISPLAY 'YEAREND *** RUN ABORTED *** '
000959         WS-ABORT-MESSAGE.
000960     MOVE 16 TO RETURN-CODE.
000961     MOVE 'F' TO RCL-EVENT.
000962     MOVE 16 TO RCL-RETURN-CODE.
000963     MOVE WS-ABORT-MESSAGE TO RCL-MESSAGE.
000964     PERFORM 9100-WRITE-RUN-CONTROL
000965         THRU 9100-EXIT.
000966     STOP RUN.
000967 9000-EXIT.
000968     EXIT.
000969*
000970*****************************************************
000971* 9100-WRITE-RUN-CONTROL - ACRESCENTA AO RUNCTL UM
000972* REGISTRO DESTE PROGRAMA (INICIO, FIM OU LIBERACAO)
000973* COM OS DADOS PREPARADOS EM RCL-WORK-AREAS. SEM O
000974* RUNCTL SO AVISA: O REGISTRO NAO PARA A FOLHA.
000975*****************************************************
000976 9100-WRITE-RUN-CONTROL.
000977     OPEN EXTEND RUN-CONTROL-FILE.
000978     IF WS-RUNCTL-STATUS NOT = '00'
000979         OPEN OUTPUT RUN-CONTROL-FILE
000980     END-IF.
000981     IF WS-RUNCTL-STATUS NOT = '00'
000982         DISPLAY 'YEAREND - RUN CONTROL FILE RUNCTL'
000983             ' NOT AVAILABLE'
000984         GO TO 9100-EXIT
000985     END-IF.
000986     MOVE SPACES TO RUN-CONTROL-RECORD.
000987     MOVE RCL-STEP-NAME TO RC-STEP-NAME.
000988     MOVE RCL-EVENT TO RC-EVENT.
000989     MOVE RCL-RUN-MODE TO RC-RUN-MODE.
000990     ACCEPT RC-EVENT-DATE FROM DATE.
000991     ACCEPT RC-EVENT-TIME FROM TIME.
000992     MOVE RCL-RETURN-CODE TO RC-RETURN-CODE.
000993     MOVE RCL-RUN-ID TO RC-RUN-ID.
000994     MOVE RCL-FILE-NAME TO RC-FILE-NAME.
000995     MOVE RCL-REC-COUNT TO RC-REC-COUNT.
000996     MOVE RCL-HASH-TOTAL TO RC-HASH-TOTAL.
000997     MOVE RCL-OPERATOR-ID TO RC-OPERATOR-ID.
000998     MOVE RCL-MESSAGE TO RC-MESSAGE.
000999     WRITE RUN-CONTROL-RECORD.
001000     CLOSE RUN-CONTROL-FILE.
001001 9100-EXIT.
001002     EXIT.
001003*
001004*****************************************************
001005* 9200-READ-RUN-CONTROL - PERCORRE O RUNCTL E GUARDA O
001006* ULTIMO INICIO OU FIM DO PASSO RCL-PRIOR-STEP, COM A
001007* POSICAO DELE NO ARQUIVO. SEM O RUNCTL, O PASSO
001008* ANTERIOR CONSTA COMO NUNCA RODADO.
001009*****************************************************
001010 9200-READ-RUN-CONTROL.
001011     MOVE SPACE TO RCL-PRIOR-EVENT.
001012     MOVE ZERO TO RCL-READ-COUNT.
001013     MOVE 'N' TO RCL-EOF-SWITCH.
001014     OPEN INPUT RUN-CONTROL-FILE.
001015     IF WS-RUNCTL-STATUS NOT = '00'
001016         GO TO 9200-EXIT
001017     END-IF.
001018     PERFORM 9210-READ-RUNCTL-REC
001019         THRU 9210-EXIT.
001020     PERFORM 9220-NOTE-RUNCTL-REC
001021         THRU 9220-EXIT
001022         UNTIL RUNCTL-FILE-EOF.
001023     CLOSE RUN-CONTROL-FILE.
001024 9200-EXIT.
001025     EXIT.
001026*
001027*****************************************************
001028* 9210-READ-RUNCTL-REC - LE O PROXIMO REGISTRO DO
001029* RUNCTL.
001030*****************************************************
001031 9210-READ-RUNCTL-REC.
001032     READ RUN-CONTROL-FILE
001033         AT END
001034             MOVE 'Y' TO RCL-EOF-SWITCH
001035     END-READ.
001036 9210-EXIT.
001037     EXIT.
001038*
001039*****************************************************
001040* 9220-NOTE-RUNCTL-REC - GUARDA O REGISTRO SE E INICIO
001041* OU FIM DO PASSO PROCURADO; LIBERACOES E RUNS DE
001042* TESTE NAO CONTAM.
001043*****************************************************
001044 9220-NOTE-RUNCTL-REC.
001045     ADD 1 TO RCL-READ-COUNT.
001046     IF RC-STEP-NAME = RCL-PRIOR-STEP
001047         AND NOT RUN-STEP-OVERRIDE
001048         AND NOT RUN-MODE-TRIAL
001049         MOVE RC-EVENT TO RCL-PRIOR-EVENT
001050         MOVE RC-RETURN-CODE TO RCL-PRIOR-RC
001051         MOVE RC-RUN-ID TO RCL-PRIOR-RUN-ID
001052         MOVE RC-REC-COUNT TO RCL-PRIOR-COUNT
001053         MOVE RC-HASH-TOTAL TO RCL-PRIOR-HASH
001054         MOVE RCL-READ-COUNT TO RCL-PRIOR-SEQ
001055     END-IF.
001056     PERFORM 9210-READ-RUNCTL-REC
001057         THRU 9210-EXIT.
001058 9220-EXIT.
001059     EXIT.
001060*
001061*****************************************************
001062* 9300-REQUEST-OVERRIDE - O PASSO ANTERIOR NAO ESTA EM
001063* ORDEM (MOTIVO EM RCL-REFUSAL): SO UM SUPERVISOR, COM
001064* CODIGO E SENHA DO CADASTRO DE OPERADORES, PODE
001065* MANDAR SEGUIR, E A LIBERACAO FICA GRAVADA NO RUNCTL
001066* COM A IDENTIFICACAO DELE E O MOTIVO, E NO SECLOG.
001067* SEM LIBERACAO O PROGRAMA ABORTA SEM TOCAR EM NADA.
001068*****************************************************
001069 9300-REQUEST-OVERRIDE.
001070     DISPLAY 'YEAREND RUN CONTROL - ' RCL-REFUSAL.
001071     DISPLAY 'YEAREND - SUPERVISOR SIGN-ON TO OVERRIDE'.
001072     DISPLAY '(BLANK ID = STOP THE RUN)'.
001073     MOVE ZERO TO SGN-ATTEMPTS.
001074     MOVE 'N' TO SGN-RESULT-SWITCH.
001075     MOVE SGN-ROLE-SUPERVISOR TO SGN-REQUIRED-ROLE.
001076     PERFORM 9400-SIGN-ON
001077         THRU 9400-EXIT
001078         UNTIL SIGN-ON-ACCEPTED
001079         OR SGN-ATTEMPTS = 3.
001080     IF NOT SIGN-ON-ACCEPTED
001081         MOVE RCL-REFUSAL TO WS-ABORT-MESSAGE
001082         PERFORM 9000-ABORT-RUN
001083             THRU 9000-EXIT
001084     END-IF.
001085     MOVE SGN-OPER-ID TO RCL-OPERATOR-ID.
001086     MOVE 'O' TO RCL-EVENT.
001087     MOVE ZERO TO RCL-RETURN-CODE.
001088     MOVE RCL-REFUSAL TO RCL-MESSAGE.
001089     PERFORM 9100-WRITE-RUN-CONTROL
001090         THRU 9100-EXIT.
001091     MOVE SPACES TO RCL-MESSAGE.
001092     MOVE RCL-REFUSAL TO SGN-LOG-DETAIL.
001093     PERFORM 9470-LOG-PRIVILEGED-ACTION
001094         THRU 9470-EXIT.
001095     DISPLAY 'YEAREND - OVERRIDE LOGGED FOR ' RCL-OPERATOR-ID.
001096 9300-EXIT.
001097     EXIT.
001098*
001099*****************************************************
001100* 9400-SIGN-ON - UMA TENTATIVA DE ENTRADA: LE O CODIGO
001101* E A SENHA DO OPERADOR E CONFERE NO CADASTRO COM O
001102* PAPEL MINIMO SGN-REQUIRED-ROLE. CODIGO EM BRANCO
001103* DESISTE (ESGOTA AS TENTATIVAS).
001104*****************************************************
001105 9400-SIGN-ON.
001106     ADD 1 TO SGN-ATTEMPTS.
001107     DISPLAY 'YEAREND - OPERATOR ID (BLANK = CANCEL):'.
001108     ACCEPT SGN-IN-ID.
001109     IF SGN-IN-ID = SPACES
001110         MOVE 3 TO SGN-ATTEMPTS
001111         GO TO 9400-EXIT
001112     END-IF.
001113     DISPLAY 'YEAREND - PASSWORD:'.
001114     ACCEPT SGN-IN-PASSWORD.
001115     PERFORM 9410-CHECK-OPERATOR
001116         THRU 9410-EXIT.
001117     MOVE SPACES TO SGN-IN-PASSWORD.
001118     IF SIGN-ON-ACCEPTED
001119         MOVE SGN-IN-ID TO SGN-OPER-ID
001120         MOVE SGN-CHECK-ROLE TO SGN-OPER-ROLE
001121     END-IF.
001122 9400-EXIT.
001123     EXIT.
001124*
001125*****************************************************
001126* 9410-CHECK-OPERATOR - CONFERE SGN-IN-ID E A SENHA NO
001127* CADASTRO DE OPERADORES: OPERADOR ATIVO, NAO
001128* BLOQUEADO, SENHA CERTA E PAPEL NAO MENOR QUE O
001129* EXIGIDO. SENHA ERRADA SOMA UMA FALHA E A TERCEIRA
001130* SEGUIDA BLOQUEIA O OPERADOR; SENHA CERTA ZERA A
001131* CONTAGEM. TODA RECUSA VAI PARA O SECLOG.
001132*****************************************************
001133 9410-CHECK-OPERATOR.
001134     MOVE 'N' TO SGN-RESULT-SWITCH.
001135     MOVE SGN-IN-ID TO SGN-LOG-OPER-ID.
001136     MOVE 'F' TO SGN-LOG-EVENT.
001137     OPEN I-O OPERATOR-FILE.
001138     IF WS-OPERFILE-STATUS NOT = '00'
001139         DISPLAY 'YEAREND - OPERATOR FILE OPERFILE NOT AVAILABLE'
001140         GO TO 9410-EXIT
001141     END-IF.
001142     MOVE SGN-IN-ID TO OP-OPER-ID.
001143     READ OPERATOR-FILE
001144         INVALID KEY
001145             MOVE 'UNKNOWN OPERATOR ID' TO SGN-LOG-DETAIL
001146             GO TO 9410-REFUSED
001147     END-READ.
001148     IF NOT OPERATOR-ACTIVE
001149         MOVE 'OPERATOR NOT ACTIVE' TO SGN-LOG-DETAIL
001150         GO TO 9410-REFUSED
001151     END-IF.
001152     IF OPERATOR-LOCKED
001153         MOVE 'OPERATOR LOCKED OUT' TO SGN-LOG-DETAIL
001154         GO TO 9410-REFUSED
001155     END-IF.
001156     PERFORM 9420-HASH-PASSWORD
001157         THRU 9420-EXIT.
001158     IF SGN-HASH NOT = OP-PASSWORD-HASH
001159         ADD 1 TO OP-FAIL-COUNT
001160         MOVE 'WRONG PASSWORD' TO SGN-LOG-DETAIL
001161         IF OP-FAIL-COUNT NOT < 3
001162             MOVE 'Y' TO OP-LOCKED-FLAG
001163             MOVE 'L' TO SGN-LOG-EVENT
001164             MOVE 'LOCKED AFTER 3 FAILED SIGN-ONS' TO
001165                 SGN-LOG-DETAIL
001166         END-IF
001167         REWRITE OPERATOR-RECORD
001168         GO TO 9410-REFUSED
001169     END-IF.
001170     MOVE ZERO TO OP-FAIL-COUNT.
001171     ACCEPT OP-LAST-SIGNON FROM DATE.
001172     REWRITE OPERATOR-RECORD.
001173     IF OP-ROLE < SGN-REQUIRED-ROLE
001174         MOVE 'D' TO SGN-LOG-EVENT
001175         MOVE 'ROLE TOO LOW FOR THIS FUNCTION' TO
001176             SGN-LOG-DETAIL
001177         GO TO 9410-REFUSED
001178     END-IF.
001179     MOVE OP-ROLE TO SGN-CHECK-ROLE.
001180     MOVE 'Y' TO SGN-RESULT-SWITCH.
001181     CLOSE OPERATOR-FILE.
001182     GO TO 9410-EXIT.
001183 9410-REFUSED.
001184     CLOSE OPERATOR-FILE.
001185     IF SGN-LOG-EVENT = 'F'
001186         DISPLAY 'YEAREND - INVALID OPERATOR ID OR PASSWORD'
001187     ELSE
001188         DISPLAY 'YEAREND - ' SGN-LOG-DETAIL
001189     END-IF.
001190     PERFORM 9450-WRITE-SECURITY-LOG
001191         THRU 9450-EXIT.
001192 9410-EXIT.
001193     EXIT.
001194*
001195*****************************************************
001196* 9420-HASH-PASSWORD - CALCULA O CODIGO GUARDADO NO
001197* CADASTRO EM LUGAR DA SENHA: CADA CARACTER DE
001198* OPERADOR + SENHA VIRA SUA POSICAO NA TABELA
001199* SGN-CHAR (65 FORA DELA) E ENTRA NO CODIGO POR
001200* CODIGO X 67 + POSICAO, MODULO 999999937. TEM DE SER
001201* O MESMO EM TODOS OS PROGRAMAS.
001202*****************************************************
001203 9420-HASH-PASSWORD.
001204     MOVE ZERO TO SGN-HASH.
001205     PERFORM 9430-HASH-ONE-CHAR
001206         THRU 9430-EXIT
001207         VARYING SGN-KEY-SUB FROM 1 BY 1
001208         UNTIL SGN-KEY-SUB > 16.
001209 9420-EXIT.
001210     EXIT.
001211*
001212*****************************************************
001213* 9430-HASH-ONE-CHAR - SOMA UM CARACTER AO CODIGO.
001214*****************************************************
001215 9430-HASH-ONE-CHAR.
001216     MOVE ZERO TO SGN-CHAR-POS.
001217     PERFORM 9440-MATCH-CHAR
001218         THRU 9440-EXIT
001219         VARYING SGN-CHAR-SUB FROM 1 BY 1
001220         UNTIL SGN-CHAR-SUB > 64
001221         OR SGN-CHAR-POS NOT = ZERO.
001222     IF SGN-CHAR-POS = ZERO
001223         MOVE 65 TO SGN-CHAR-POS
001224     END-IF.
001225     MULTIPLY SGN-HASH BY 67 GIVING SGN-HASH-WORK.
001226     ADD SGN-CHAR-POS TO SGN-HASH-WORK.
001227     DIVIDE SGN-HASH-WORK BY 999999937
001228         GIVING SGN-HASH-QUOTIENT
001229         REMAINDER SGN-HASH.
001230 9430-EXIT.
001231     EXIT.
001232*
001233*****************************************************
001234* 9440-MATCH-CHAR - COMPARA UMA ENTRADA DA TABELA DE
001235* CARACTERES COM O CARACTER DA VEZ.
001236*****************************************************
001237 9440-MATCH-CHAR.
001238     IF SGN-CHAR (SGN-CHAR-SUB) = SGN-KEY-CHAR (SGN-KEY-SUB)
001239         MOVE SGN-CHAR-SUB TO SGN-CHAR-POS
001240     END-IF.
001241 9440-EXIT.
001242     EXIT.
001243*
001244*****************************************************
001245* 9450-WRITE-SECURITY-LOG - ACRESCENTA AO SECLOG UM
001246* REGISTRO COM OS DADOS PREPARADOS EM SGN-WORK-AREAS.
001247* SEM O SECLOG SO AVISA.
001248*****************************************************
001249 9450-WRITE-SECURITY-LOG.
001250     OPEN EXTEND SECURITY-LOG-FILE.
001251     IF WS-SECLOG-STATUS NOT = '00'
001252         OPEN OUTPUT SECURITY-LOG-FILE
001253     END-IF.
001254     IF WS-SECLOG-STATUS NOT = '00'
001255         DISPLAY 'YEAREND - SECURITY LOG SECLOG NOT AVAILABLE'
001256         GO TO 9450-EXIT
001257     END-IF.
001258     MOVE SPACES TO SECURITY-LOG-RECORD.
001259     MOVE SGN-LOG-OPER-ID TO SC-OPER-ID.
001260     ACCEPT SC-EVENT-DATE FROM DATE.
001261     ACCEPT SC-EVENT-TIME FROM TIME.
001262     MOVE SGN-PROGRAM TO SC-PROGRAM.
001263     MOVE SGN-LOG-EVENT TO SC-EVENT.
001264     MOVE SGN-APPROVER-ID TO SC-APPROVER-ID.
001265     MOVE SGN-LOG-DETAIL TO SC-DETAIL.
001266     WRITE SECURITY-LOG-RECORD.
001267     CLOSE SECURITY-LOG-FILE.
001268 9450-EXIT.
001269     EXIT.
001270*
001271*****************************************************
001272* 9470-LOG-PRIVILEGED-ACTION - GRAVA NO SECLOG A ACAO
001273* DESCRITA EM SGN-LOG-DETAIL, FEITA PELO OPERADOR QUE
001274* ENTROU (E PELO APROVADOR, SE HOUVE).
001275*****************************************************
001276 9470-LOG-PRIVILEGED-ACTION.
001277     MOVE 'P' TO SGN-LOG-EVENT.
001278     MOVE SGN-OPER-ID TO SGN-LOG-OPER-ID.
001279     PERFORM 9450-WRITE-SECURITY-LOG
001280         THRU 9450-EXIT.
001281     MOVE SPACES TO SGN-APPROVER-ID.
001282 9470-EXIT.
001283     EXIT.
