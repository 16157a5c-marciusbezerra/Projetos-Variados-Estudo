000010 IDENTIFICATION DIVISION.
000011 PROGRAM-ID.
000012     RUNCTL.
000013 AUTHOR.
000014     R L HUTCHISON.
000015 INSTALLATION.
000016     PAYROLL DEPARTMENT.
000017 DATE-WRITTEN.
000018     15/10/2026.
000019 DATE-COMPILED.
000020*
000021*****************************************************
000022* CONTROLE DE EXECUCAO DA CADEIA DE FOLHA.
000023* NOME DO ARQUIVO: RUNCTL.COB
000024*
000025* CADA PROGRAMA DA CADEIA GRAVA NO RUNCTL.DAT UM
000026* REGISTRO AO COMECAR E OUTRO AO TERMINAR (COPYBOOK
000027* RUNCREC). A ORDEM DA CADEIA E: HRSEDIT LIMPO,
000028* EASYCALC, PAYBAL, TRANSMISSAO DO BANKPAY AO BANCO
000029* (PASSO BANKXMIT) E BANKRTN; E, NO FIM DO ANO,
000030* YTDVERIF ANTES DO YEAREND. CADA PROGRAMA CONFERE O
000031* PASSO ANTERIOR ANTES DE RODAR.
000032*
000033* ESTE PROGRAMA TEM DUAS OPCOES, ESCOLHIDAS NO CONSOLE,
000034* DEPOIS DA ENTRADA DO OPERADOR COM CODIGO E SENHA DO
000035* CADASTRO DE OPERADORES OPERFILE.DAT (R PARA QUALQUER
000036* PAPEL, T SO AUXILIAR OU ACIMA):
000037* R - RELATORIO DIARIO (RUNRPT.DAT): TODOS OS
000038*     REGISTROS DO RUNCTL DA DATA INFORMADA (BRANCO =
000039*     HOJE) E A SITUACAO DE CADA PASSO DA CADEIA NO FIM
000040*     DESSA DATA - FEITO, PENDENTE, COM FALHA OU SEM
000041*     REGISTRO DE FIM. UM PASSO SO CONTA COMO FEITO SE
000042*     TERMINOU LIMPO DEPOIS DO ULTIMO RUN DO PASSO
000043*     ANTERIOR. RETURN-CODE 4 SE ALGUM PASSO FALHOU OU
000044*     NAO TERMINOU.
000045* T - REGISTRO DA TRANSMISSAO DO BANKPAY: NAO HA
000046*     PROGRAMA DE TRANSMISSAO, ENTAO O OPERADOR REGISTRA
000047*     AQUI QUE O ARQUIVO FOI ENVIADO. SO ACEITA DEPOIS
000048*     DE UM PAYBAL LIMPO DO ULTIMO RUN DE FOLHA E COM O
000049*     TRAILER DO BANKPAY IGUAL A CONTAGEM E AO LIQUIDO
000050*     QUE O EASYCALC GRAVOU; FORA DISSO, SO COM
000051*     LIBERACAO DO SUPERVISOR. O REGISTRO (PASSO
000052*     BANKXMIT) LEVA A CONTAGEM E O HASH QUE O BANKRTN
000053*     CONFERE DEPOIS.
000054*
000055* HISTORICO DE MODIFICACOES
000056* -------------------------------------------------
000057* DATA       INIC  DESCRICAO
000058* ---------- ----  ---------------------------------
000059* 15/10/2026  RLH  PROGRAMA ORIGINAL - RELATORIO DIARIO
000060*                  DO CONTROLE DE EXECUCAO E REGISTRO
000061*                  DA TRANSMISSAO DO BANKPAY.
000062* 15/10/2026  RLH  O OPERADOR ENTRA COM CODIGO E
000063*                  SENHA DO CADASTRO OPERFILE (9400),
000064*                  COM BLOQUEIO APOS 3 FALHAS: OPCAO
000065*                  R PARA QUALQUER PAPEL, T SO
000066*                  AUXILIAR OU ACIMA; A LIBERACAO
000067*                  (9300) EXIGE A ENTRADA DE UM
000068*                  SUPERVISOR; TRANSMISSAO
000069*                  REGISTRADA, LIBERACOES E RECUSAS
000070*                  VAO PARA O SECLOG.DAT.
000071* 15/10/2026  RLH  ABORTO NA OPCAO T NAO GRAVA MAIS
000072*                  FIM DO PASSO BANKXMIT (NADA FOI
000073*                  TRANSMITIDO) E SO O BANKXMIT RC 0
000074*                  CONTA COMO TRANSMISSAO.
000075*****************************************************
000076 ENVIRONMENT DIVISION.
000077 CONFIGURATION SECTION.
000078 SOURCE-COMPUTER. IBM-PS2.
000079 OBJECT-COMPUTER. IBM-PS2.
000080 INPUT-OUTPUT SECTION.
000081 FILE-CONTROL.
000082     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000083         ORGANIZATION IS SEQUENTIAL
000084         FILE STATUS IS WS-RUNCTL-STATUS.
000085     SELECT BANK-FILE ASSIGN TO "BANKPAY.DAT"
000086         ORGANIZATION IS SEQUENTIAL
000087         FILE STATUS IS WS-BANK-STATUS.
000088     SELECT RUN-RPT-FILE ASSIGN TO "RUNRPT.DAT"
000089         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-RUNRPT-STATUS.
000091     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE.DAT"
000092         ORGANIZATION IS INDEXED
000093         ACCESS MODE IS DYNAMIC
000094         RECORD KEY IS OP-OPER-ID
000095         FILE STATUS IS WS-OPERFILE-STATUS.
000096     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
000097         ORGANIZATION IS SEQUENTIAL
000098         FILE STATUS IS WS-SECLOG-STATUS.
000099 DATA DIVISION.
000100 FILE SECTION.
000101 FD  RUN-CONTROL-FILE
000102     LABEL RECORDS ARE STANDARD
000103     RECORD CONTAINS 126 CHARACTERS.
000104 COPY RUNCREC.
000105 FD  BANK-FILE
000106     LABEL RECORDS ARE STANDARD
000107     RECORD CONTAINS 33 CHARACTERS.
000108 01  BANK-RECORD.
000109     02  BK-REC-TYPE        PIC X(01).
000110         88  BANK-HEADER-REC           VALUE 'H'.
000111         88  BANK-DETAIL-REC           VALUE 'D'.
000112         88  BANK-TRAILER-REC          VALUE 'T'.
000113     02  BK-REC-BODY.
000114         03  BK-EMP-ID      PIC X(05).
000115         03  BK-BANK-NO     PIC 9(03).
000116         03  BK-BRANCH-NO   PIC 9(05).
000117         03  BK-ACCOUNT-NO  PIC 9(10).
000118         03  BK-NET-AMOUNT  PIC S9(7)V99.
000119     02  BK-TRAILER-BODY REDEFINES BK-REC-BODY.
000120         03  BK-RECORD-COUNT PIC 9(06).
000121         03  BK-HASH-NET    PIC S9(9)V99.
000122         03  FILLER         PIC X(15).
000123 FD  RUN-RPT-FILE
000124     LABEL RECORDS ARE STANDARD
000125     RECORD CONTAINS 132 CHARACTERS.
000126 01  RUNRPT-REC             PIC X(132).
000127*
000128*****************************************************
000129* SEGURANCA: CADASTRO DE OPERADORES (OPERFILE.DAT) E
000130* LOG DE SEGURANCA (SECLOG.DAT).
000131*****************************************************
000132 FD  OPERATOR-FILE
000133     LABEL RECORDS ARE STANDARD
000134     RECORD CONTAINS 60 CHARACTERS.
000135 COPY OPERREC.
000136 FD  SECURITY-LOG-FILE
000137     LABEL RECORDS ARE STANDARD
000138     RECORD CONTAINS 80 CHARACTERS.
000139 COPY SECLREC.
000140 WORKING-STORAGE SECTION.
000141 01  WS-SWITCHES.
000142     02  WS-BANK-EOF-SWITCH PIC X(01)  VALUE 'N'.
000143         88  BANK-FILE-EOF             VALUE 'Y'.
000144     02  WS-BANK-TRAILER-SWITCH PIC X(01) VALUE 'N'.
000145         88  BANK-TRAILER-FOUND        VALUE 'Y'.
000146     02  WS-RUNCTL-OPEN-SWITCH PIC X(01) VALUE 'N'.
000147         88  RUNCTL-FILE-OPEN          VALUE 'Y'.
000148 01  WS-RUNCTL-STATUS       PIC X(02)  VALUE '00'.
000149 01  WS-BANK-STATUS         PIC X(02)  VALUE '00'.
000150 01  WS-RUNRPT-STATUS       PIC X(02)  VALUE '00'.
000151 01  WS-ABORT-MESSAGE       PIC X(40)  VALUE SPACES.
000152 01  WS-RUN-DATE.
000153     02  WS-RUN-YY          PIC 99.
000154     02  WS-RUN-MM          PIC 99.
000155     02  WS-RUN-DD          PIC 99.
000156 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
000157                            PIC 9(06).
000158*
000159*****************************************************
000160* DADOS DO REGISTRO QUE ESTE PROGRAMA GRAVA NO RUNCTL
000161* (SO NA OPCAO T, COMO PASSO BANKXMIT).
000162*****************************************************
000163 01  RCL-WORK-AREAS.
000164     02  RCL-STEP-NAME      PIC X(08)  VALUE 'BANKXMIT'.
000165     02  RCL-EVENT          PIC X(01)  VALUE SPACE.
000166     02  RCL-RUN-MODE       PIC X(01)  VALUE SPACE.
000167     02  RCL-RETURN-CODE    PIC 9(02)  VALUE ZERO.
000168     02  RCL-RUN-ID.
000169         03  RCL-PERIOD-END PIC 9(06)  VALUE ZERO.
000170         03  RCL-BATCH-NO   PIC 9(04)  VALUE ZERO.
000171     02  RCL-FILE-NAME      PIC X(12)  VALUE SPACES.
000172     02  RCL-REC-COUNT      PIC 9(07)  VALUE ZERO.
000173     02  RCL-HASH-TOTAL     PIC S9(11)V99 VALUE ZERO.
000174     02  RCL-OPERATOR-ID    PIC X(08)  VALUE SPACES.
000175     02  RCL-MESSAGE        PIC X(40)  VALUE SPACES.
000176     02  RCL-REFUSAL        PIC X(40)  VALUE SPACES.
000177     02  RCL-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000178         88  RUNCTL-FILE-EOF           VALUE 'Y'.
000179     02  RCL-READ-COUNT     PIC S9(7) COMP VALUE ZERO.
000180 77  STP-SUB                PIC S9(3) COMP  VALUE ZERO.
000181 77  STP-HIT-SUB            PIC S9(3) COMP  VALUE ZERO.
000182 77  STP-PREV-SUB           PIC S9(3) COMP  VALUE ZERO.
000183 01  RCT-WORK-AREAS.
000184     02  RCT-OPTION         PIC X(01)  VALUE SPACE.
000185         88  RCT-STATUS-REPORT         VALUE 'R' 'r' ' '.
000186         88  RCT-RECORD-XMIT           VALUE 'T' 't'.
000187     02  RCT-DATE-IN        PIC X(06)  VALUE SPACES.
000188     02  RCT-DATE-IN-NUM REDEFINES RCT-DATE-IN
000189                            PIC 9(06).
000190     02  RCT-REPORT-DATE    PIC 9(06)       VALUE ZERO.
000191     02  RCT-CONFIRM        PIC X(01)  VALUE SPACE.
000192         88  RCT-CONFIRMED             VALUE 'Y' 'y'.
000193     02  RCT-DATE-WORK.
000194         03  RCT-DATE-YY    PIC 99.
000195         03  RCT-DATE-MM    PIC 99.
000196         03  RCT-DATE-DD    PIC 99.
000197     02  RCT-DATE-NUM REDEFINES RCT-DATE-WORK
000198                            PIC 9(06).
000199     02  RCT-TIME-WORK.
000200         03  RCT-TIME-HH    PIC 99.
000201         03  RCT-TIME-MI    PIC 99.
000202         03  RCT-TIME-SS    PIC 99.
000203         03  RCT-TIME-CC    PIC 99.
000204     02  RCT-TIME-NUM REDEFINES RCT-TIME-WORK
000205                            PIC 9(08).
000206     02  RCT-AMOUNT-ED      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
000207*
000208*****************************************************
000209* ULTIMOS REGISTROS DOS PASSOS QUE A OPCAO T CONFERE:
000210* FIM DO ULTIMO RUN DE FOLHA (EASYCALC QUE NAO E
000211* TESTE), ULTIMO PAYBAL E ULTIMA TRANSMISSAO, COM A
000212* POSICAO DE CADA UM NO RUNCTL.
000213*****************************************************
000214 01  RCT-LOG-DETAIL.
000215     02  FILLER             PIC X(22)
000216         VALUE 'BANK TRANSMISSION RUN '.
000217     02  RLD-RUN-ID         PIC X(10).
000218     02  FILLER             PIC X(08)  VALUE SPACES.
000219 01  RCT-PAY-STEP-AREA.
000220     02  RCT-PAY-SEQ        PIC S9(7) COMP  VALUE ZERO.
000221     02  RCT-PAY-RC         PIC 9(02)       VALUE ZERO.
000222     02  RCT-PAY-RUN-ID     PIC X(10)       VALUE SPACES.
000223     02  RCT-PAY-COUNT      PIC 9(07)       VALUE ZERO.
000224     02  RCT-PAY-HASH       PIC S9(11)V99   VALUE ZERO.
000225     02  RCT-BAL-SEQ        PIC S9(7) COMP  VALUE ZERO.
000226     02  RCT-BAL-EVENT      PIC X(01)       VALUE SPACE.
000227     02  RCT-BAL-RC         PIC 9(02)       VALUE ZERO.
000228     02  RCT-XMIT-SEQ       PIC S9(7) COMP  VALUE ZERO.
000229     02  RCT-XMIT-RC        PIC 9(02)       VALUE ZERO.
000230 01  RCT-TOTALS.
000231     02  RCT-LISTED-COUNT   PIC S9(5) COMP  VALUE ZERO.
000232     02  RCT-DONE-COUNT     PIC S9(3) COMP  VALUE ZERO.
000233     02  RCT-PENDING-COUNT  PIC S9(3) COMP  VALUE ZERO.
000234     02  RCT-FAILED-COUNT   PIC S9(3) COMP  VALUE ZERO.
000235*
000236*****************************************************
000237* PASSOS DA CADEIA NA ORDEM EM QUE TEM QUE RODAR: NOME
000238* NO RUNCTL, MAIOR RETURN-CODE QUE AINDA CONTA COMO
000239* LIMPO E 'Y' NO PRIMEIRO PASSO DE CADA CADEIA (O
000240* PRIMEIRO NAO DEPENDE DE NENHUM OUTRO).
000241*****************************************************
000242 01  STEP-DEF-VALUES.
000243     02  FILLER             PIC X(11)  VALUE 'HRSEDIT 00Y'.
000244     02  FILLER             PIC X(11)  VALUE 'EASYCALC15N'.
000245     02  FILLER             PIC X(11)  VALUE 'PAYBAL  00N'.
000246     02  FILLER             PIC X(11)  VALUE 'BANKXMIT00N'.
000247     02  FILLER             PIC X(11)  VALUE 'BANKRTN 04N'.
000248     02  FILLER             PIC X(11)  VALUE 'YTDVERIF00Y'.
000249     02  FILLER             PIC X(11)  VALUE 'YEAREND 00N'.
000250 01  STEP-DEF-TABLE REDEFINES STEP-DEF-VALUES.
000251     02  STEP-DEF OCCURS 7 TIMES.
000252         03  STP-NAME       PIC X(08).
000253         03  STP-CLEAN-RC   PIC 9(02).
000254         03  STP-FIRST-STEP PIC X(01).
000255*
000256*****************************************************
000257* SITUACAO DE CADA PASSO NO FIM DA DATA DO RELATORIO:
000258* ULTIMO INICIO OU FIM REGISTRADO (LIBERACOES E RUNS
000259* DE TESTE NAO CONTAM) E A POSICAO DELE NO RUNCTL.
000260*****************************************************
000261 01  STEP-STATE-AREA.
000262     02  STEP-STATE OCCURS 7 TIMES.
000263         03  STS-EVENT      PIC X(01).
000264         03  STS-RC         PIC 9(02).
000265         03  STS-SEQ        PIC S9(7) COMP.
000266         03  STS-DATE       PIC 9(06).
000267         03  STS-TIME       PIC 9(08).
000268         03  STS-RUN-ID     PIC X(10).
000269         03  STS-MESSAGE    PIC X(40).
000270         03  STS-STATUS     PIC X(10).
000271 01  RCT-ORDER-NOTE.
000272     02  RON-STEP           PIC X(09).
000273     02  FILLER             PIC X(31)
000274         VALUE 'RAN SINCE - TO BE RUN AGAIN'.
000275 01  RUN-TITLE-LINE.
000276     02  FILLER             PIC X(24) VALUE SPACES.
000277     02  FILLER             PIC X(33)
000278         VALUE 'PAYROLL RUN CONTROL STATUS REPORT'.
000279     02  FILLER             PIC X(75) VALUE SPACES.
000280 01  RUN-DATE-LINE.
000281     02  FILLER             PIC X(24) VALUE SPACES.
000282     02  FILLER             PIC X(13) VALUE 'REPORT DATE: '.
000283     02  RD-RPT-MM          PIC 99.
000284     02  FILLER             PIC X(01) VALUE '/'.
000285     02  RD-RPT-DD          PIC 99.
000286     02  FILLER             PIC X(01) VALUE '/'.
000287     02  RD-RPT-YY          PIC 99.
000288     02  FILLER             PIC X(04) VALUE SPACES.
000289     02  FILLER             PIC X(10) VALUE 'RUN DATE: '.
000290     02  RD-RUN-MM          PIC 99.
000291     02  FILLER             PIC X(01) VALUE '/'.
000292     02  RD-RUN-DD          PIC 99.
000293     02  FILLER             PIC X(01) VALUE '/'.
000294     02  RD-RUN-YY          PIC 99.
000295     02  FILLER             PIC X(65) VALUE SPACES.
000296 01  RUN-SECTION-LINE.
000297     02  FILLER             PIC X(02) VALUE SPACES.
000298     02  RS-TEXT            PIC X(50).
000299     02  FILLER             PIC X(80) VALUE SPACES.
000300 01  RUN-LOG-HEADING.
000301     02  FILLER             PIC X(02) VALUE SPACES.
000302     02  FILLER             PIC X(10) VALUE 'TIME'.
000303     02  FILLER             PIC X(09) VALUE 'STEP'.
000304     02  FILLER             PIC X(09) VALUE 'EVENT'.
000305     02  FILLER             PIC X(06) VALUE 'MODE'.
000306     02  FILLER             PIC X(04) VALUE 'RC'.
000307     02  FILLER             PIC X(13) VALUE 'RUN ID'.
000308     02  FILLER             PIC X(13) VALUE 'FILE'.
000309     02  FILLER             PIC X(11) VALUE '    RECORDS'.
000310     02  FILLER             PIC X(10) VALUE 'OPERATOR'.
000311     02  FILLER             PIC X(07) VALUE 'MESSAGE'.
000312     02  FILLER             PIC X(38) VALUE SPACES.
000313 01  RUN-LOG-LINE.
000314     02  FILLER             PIC X(02) VALUE SPACES.
000315     02  RL-TIME-HH         PIC 99.
000316     02  FILLER             PIC X(01) VALUE ':'.
000317     02  RL-TIME-MI         PIC 99.
000318     02  FILLER             PIC X(01) VALUE ':'.
000319     02  RL-TIME-SS         PIC 99.
000320     02  FILLER             PIC X(02) VALUE SPACES.
000321     02  RL-STEP            PIC X(09).
000322     02  RL-EVENT           PIC X(09).
000323     02  RL-MODE            PIC X(06).
000324     02  RL-RC              PIC Z9.
000325     02  FILLER             PIC X(02) VALUE SPACES.
000326     02  RL-RUN-ID.
000327         03  RL-PERIOD-END  PIC 9(06).
000328         03  RL-RUN-SLASH   PIC X(01).
000329         03  RL-BATCH-NO    PIC 9(04).
000330     02  FILLER             PIC X(02) VALUE SPACES.
000331     02  RL-FILE            PIC X(13).
000332     02  RL-COUNT           PIC Z,ZZZ,ZZ9.
000333     02  FILLER             PIC X(02) VALUE SPACES.
000334     02  RL-OPERATOR        PIC X(10).
000335     02  RL-MESSAGE         PIC X(40).
000336     02  FILLER             PIC X(05) VALUE SPACES.
000337 01  RUN-NONE-LINE.
000338     02  FILLER             PIC X(02) VALUE SPACES.
000339     02  FILLER             PIC X(37)
000340         VALUE 'NO RUN CONTROL RECORDS FOR THIS DATE'.
000341     02  FILLER             PIC X(93) VALUE SPACES.
000342 01  RUN-STEP-HEADING.
000343     02  FILLER             PIC X(02) VALUE SPACES.
000344     02  FILLER             PIC X(10) VALUE 'STEP'.
000345     02  FILLER             PIC X(12) VALUE 'STATUS'.
000346     02  FILLER             PIC X(12) VALUE 'LAST RUN'.
000347     02  FILLER             PIC X(08) VALUE 'TIME'.
000348     02  FILLER             PIC X(04) VALUE 'RC'.
000349     02  FILLER             PIC X(13) VALUE 'RUN ID'.
000350     02  FILLER             PIC X(04) VALUE 'NOTE'.
000351     02  FILLER             PIC X(67) VALUE SPACES.
000352 01  RUN-STEP-LINE.
000353     02  FILLER             PIC X(02) VALUE SPACES.
000354     02  SL-STEP            PIC X(10).
000355     02  SL-STATUS          PIC X(12).
000356     02  SL-LAST-RUN.
000357         03  SL-RUN-MM      PIC 99.
000358         03  SL-DATE-SLASH1 PIC X(01).
000359         03  SL-RUN-DD      PIC 99.
000360         03  SL-DATE-SLASH2 PIC X(01).
000361         03  SL-RUN-YY      PIC 99.
000362         03  FILLER         PIC X(04).
000363         03  SL-TIME-HH     PIC 99.
000364         03  SL-TIME-COLON  PIC X(01).
000365         03  SL-TIME-MI     PIC 99.
000366         03  FILLER         PIC X(03).
000367         03  SL-RC          PIC Z9.
000368         03  FILLER         PIC X(02).
000369         03  SL-RUN-ID      PIC X(10).
000370     02  FILLER             PIC X(03) VALUE SPACES.
000371     02  SL-NOTE            PIC X(40).
000372     02  FILLER             PIC X(31) VALUE SPACES.
000373 01  RUN-TRAILER-LINE.
000374     02  FILLER             PIC X(26)
000375         VALUE '*** END OF RUN CONTROL ***'.
000376     02  FILLER             PIC X(18)
000377         VALUE ' RECORDS LISTED: '.
000378     02  RT-LISTED-COUNT    PIC ZZ,ZZ9.
000379     02  FILLER             PIC X(08) VALUE '  DONE: '.
000380     02  RT-DONE-COUNT      PIC Z9.
000381     02  FILLER             PIC X(11) VALUE '  PENDING: '.
000382     02  RT-PENDING-COUNT   PIC Z9.
000383     02  FILLER             PIC X(24)
000384         VALUE '  FAILED OR UNFINISHED: '.
000385     02  RT-FAILED-COUNT    PIC Z9.
000386     02  FILLER             PIC X(33) VALUE SPACES.
000387*
000388*****************************************************
000389* SEGURANCA DE OPERADORES: OPERADOR IDENTIFICADO PELA
000390* 9400, PAPEL MINIMO EXIGIDO, SEGUNDO APROVADOR E
000391* DADOS DO PROXIMO REGISTRO DO SECLOG. A SENHA
000392* DIGITADA SO FICA NA AREA ATE O CALCULO DO CODIGO.
000393*****************************************************
000394 01  WS-OPERFILE-STATUS     PIC X(02)  VALUE '00'.
000395 01  WS-SECLOG-STATUS       PIC X(02)  VALUE '00'.
000396 01  SGN-ROLE-VALUES.
000397     02  SGN-ROLE-INQUIRY   PIC 9(01)  VALUE 1.
000398     02  SGN-ROLE-CLERK     PIC 9(01)  VALUE 2.
000399     02  SGN-ROLE-SUPERVISOR PIC 9(01) VALUE 3.
000400     02  SGN-ROLE-MANAGER   PIC 9(01)  VALUE 4.
000401 01  SGN-WORK-AREAS.
000402     02  SGN-PROGRAM        PIC X(08)  VALUE 'RUNCTL'.
000403     02  SGN-OPER-ID        PIC X(08)  VALUE SPACES.
000404     02  SGN-OPER-ROLE      PIC 9(01)  VALUE ZERO.
000405     02  SGN-APPROVER-ID    PIC X(08)  VALUE SPACES.
000406     02  SGN-REQUIRED-ROLE  PIC 9(01)  VALUE ZERO.
000407     02  SGN-CHECK-ROLE     PIC 9(01)  VALUE ZERO.
000408     02  SGN-ATTEMPTS       PIC 9(01)  VALUE ZERO.
000409     02  SGN-RESULT-SWITCH  PIC X(01)  VALUE 'N'.
000410         88  SIGN-ON-ACCEPTED          VALUE 'Y'.
000411     02  SGN-KEY-IN.
000412         03  SGN-IN-ID      PIC X(08)  VALUE SPACES.
000413         03  SGN-IN-PASSWORD PIC X(08) VALUE SPACES.
000414     02  SGN-KEY-CHARS REDEFINES SGN-KEY-IN.
000415         03  SGN-KEY-CHAR   PIC X(01)  OCCURS 16 TIMES.
000416     02  SGN-HASH           PIC 9(10)  VALUE ZERO.
000417     02  SGN-HASH-WORK      PIC 9(12)  VALUE ZERO.
000418     02  SGN-HASH-QUOTIENT  PIC 9(12)  VALUE ZERO.
000419     02  SGN-CHAR-POS       PIC 9(02)  VALUE ZERO.
000420     02  SGN-LOG-EVENT      PIC X(01)  VALUE SPACE.
000421     02  SGN-LOG-OPER-ID    PIC X(08)  VALUE SPACES.
000422     02  SGN-LOG-DETAIL     PIC X(40)  VALUE SPACES.
000423 01  SGN-CHAR-VALUES.
000424     02  FILLER             PIC X(32)
000425         VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
000426     02  FILLER             PIC X(32)
000427         VALUE '56789abcdefghijklmnopqrstuvwxyz-'.
000428 01  SGN-CHAR-TABLE REDEFINES SGN-CHAR-VALUES.
000429     02  SGN-CHAR           PIC X(01)  OCCURS 64 TIMES.
000430 77  SGN-KEY-SUB            PIC S9(3) COMP  VALUE ZERO.
000431 77  SGN-CHAR-SUB           PIC S9(3) COMP  VALUE ZERO.
000432 PROCEDURE DIVISION.
000433 0000-MAINLINE.
000434     PERFORM 1000-INITIALIZE-RUN
000435         THRU 1000-EXIT.
000436     IF RCT-RECORD-XMIT
000437         PERFORM 5000-RECORD-TRANSMISSION
000438             THRU 5000-EXIT
000439     ELSE
000440         PERFORM 2000-STATUS-REPORT
000441             THRU 2000-EXIT
000442     END-IF.
000443     PERFORM 8000-TERMINATE-RUN
000444         THRU 8000-EXIT.
000445     STOP RUN.
000446*
000447*****************************************************
000448* 1000-INITIALIZE-RUN - PEDE A OPCAO AO OPERADOR.
000449*****************************************************
000450 1000-INITIALIZE-RUN.
000451     ACCEPT WS-RUN-DATE FROM DATE.
000452     DISPLAY 'RUNCTL - OPTION (R=STATUS REPORT,'.
000453     DISPLAY 'T=RECORD BANK TRANSMISSION):'.
000454     ACCEPT RCT-OPTION.
000455     IF NOT RCT-STATUS-REPORT
000456         AND NOT RCT-RECORD-XMIT
000457         MOVE 'INVALID OPTION - ENTER R OR T' TO
000458             WS-ABORT-MESSAGE
000459         PERFORM 9000-ABORT-RUN
000460             THRU 9000-EXIT
000461     END-IF.
000462     MOVE SGN-ROLE-INQUIRY TO SGN-REQUIRED-ROLE.
000463     IF RCT-RECORD-XMIT
000464         MOVE SGN-ROLE-CLERK TO SGN-REQUIRED-ROLE
000465     END-IF.
000466     PERFORM 9400-SIGN-ON
000467         THRU 9400-EXIT
000468         UNTIL SIGN-ON-ACCEPTED
000469         OR SGN-ATTEMPTS = 3.
000470     IF NOT SIGN-ON-ACCEPTED
000471         MOVE 'OPERATOR SIGN-ON FAILED' TO WS-ABORT-MESSAGE
000472         PERFORM 9000-ABORT-RUN
000473             THRU 9000-EXIT
000474     END-IF.
000475     MOVE SGN-OPER-ID TO RCL-OPERATOR-ID.
000476 1000-EXIT.
000477     EXIT.
000478*
000479*****************************************************
000480* 2000-STATUS-REPORT - PEDE A DATA DO RELATORIO, LE O
000481* RUNCTL INTEIRO LISTANDO OS REGISTROS DESSA DATA E
000482* GUARDANDO O ULTIMO DE CADA PASSO ATE ELA, E IMPRIME
000483* A SITUACAO DOS PASSOS DA CADEIA.
000484*****************************************************
000485 2000-STATUS-REPORT.
000486     DISPLAY 'RUNCTL - REPORT DATE YYMMDD (BLANK = TODAY):'.
000487     ACCEPT RCT-DATE-IN.
000488     IF RCT-DATE-IN = SPACES
000489         MOVE WS-RUN-DATE-NUM TO RCT-REPORT-DATE
000490     ELSE
000491         IF RCT-DATE-IN NOT NUMERIC
000492             MOVE 'INVALID REPORT DATE - ENTER YYMMDD' TO
000493                 WS-ABORT-MESSAGE
000494             PERFORM 9000-ABORT-RUN
000495                 THRU 9000-EXIT
000496         END-IF
000497         MOVE RCT-DATE-IN-NUM TO RCT-REPORT-DATE
000498     END-IF.
000499     PERFORM 2050-CLEAR-STEP-STATE
000500         THRU 2050-EXIT
000501         VARYING STP-SUB FROM 1 BY 1
000502         UNTIL STP-SUB > 7.
000503     OPEN OUTPUT RUN-RPT-FILE.
000504     IF WS-RUNRPT-STATUS NOT = '00'
000505         MOVE 'REPORT FILE RUNRPT NOT AVAILABLE' TO
000506             WS-ABORT-MESSAGE
000507         PERFORM 9000-ABORT-RUN
000508             THRU 9000-EXIT
000509     END-IF.
000510     MOVE RCT-REPORT-DATE TO RCT-DATE-NUM.
000511     MOVE RCT-DATE-MM TO RD-RPT-MM.
000512     MOVE RCT-DATE-DD TO RD-RPT-DD.
000513     MOVE RCT-DATE-YY TO RD-RPT-YY.
000514     MOVE WS-RUN-MM TO RD-RUN-MM.
000515     MOVE WS-RUN-DD TO RD-RUN-DD.
000516     MOVE WS-RUN-YY TO RD-RUN-YY.
000517     WRITE RUNRPT-REC FROM RUN-TITLE-LINE
000518         AFTER ADVANCING PAGE.
000519     WRITE RUNRPT-REC FROM RUN-DATE-LINE
000520         AFTER ADVANCING 1 LINE.
000521     MOVE 'RUN CONTROL RECORDS FOR THE DAY' TO RS-TEXT.
000522     WRITE RUNRPT-REC FROM RUN-SECTION-LINE
000523         AFTER ADVANCING 2 LINES.
000524     WRITE RUNRPT-REC FROM RUN-LOG-HEADING
000525         AFTER ADVANCING 2 LINES.
000526     MOVE ZERO TO RCL-READ-COUNT.
000527     MOVE 'N' TO RCL-EOF-SWITCH.
000528     OPEN INPUT RUN-CONTROL-FILE.
000529     IF WS-RUNCTL-STATUS NOT = '00'
000530         MOVE 'Y' TO RCL-EOF-SWITCH
000531     ELSE
000532         MOVE 'Y' TO WS-RUNCTL-OPEN-SWITCH
000533         PERFORM 9210-READ-RUNCTL-REC
000534             THRU 9210-EXIT
000535     END-IF.
000536     PERFORM 2100-NOTE-ONE-RECORD
000537         THRU 2100-EXIT
000538         UNTIL RUNCTL-FILE-EOF.
000539     IF RUNCTL-FILE-OPEN
000540         CLOSE RUN-CONTROL-FILE
000541     END-IF.
000542     IF RCT-LISTED-COUNT = ZERO
000543         WRITE RUNRPT-REC FROM RUN-NONE-LINE
000544             AFTER ADVANCING 1 LINE
000545     END-IF.
000546     MOVE 'JOB-STREAM STATUS AT END OF DAY' TO RS-TEXT.
000547     WRITE RUNRPT-REC FROM RUN-SECTION-LINE
000548         AFTER ADVANCING 3 LINES.
000549     WRITE RUNRPT-REC FROM RUN-STEP-HEADING
000550         AFTER ADVANCING 2 LINES.
000551     PERFORM 2300-WRITE-STEP-STATUS
000552         THRU 2300-EXIT
000553         VARYING STP-SUB FROM 1 BY 1
000554         UNTIL STP-SUB > 7.
000555 2000-EXIT.
000556     EXIT.
000557*
000558*****************************************************
000559* 2050-CLEAR-STEP-STATE - ZERA A SITUACAO DE UM PASSO.
000560*****************************************************
000561 2050-CLEAR-STEP-STATE.
000562     MOVE SPACE TO STS-EVENT (STP-SUB).
000563     MOVE ZERO TO STS-RC (STP-SUB).
000564     MOVE ZERO TO STS-SEQ (STP-SUB).
000565     MOVE ZERO TO STS-DATE (STP-SUB).
000566     MOVE ZERO TO STS-TIME (STP-SUB).
000567     MOVE SPACES TO STS-RUN-ID (STP-SUB).
000568     MOVE SPACES TO STS-MESSAGE (STP-SUB).
000569     MOVE SPACES TO STS-STATUS (STP-SUB).
000570 2050-EXIT.
000571     EXIT.
000572*
000573*****************************************************
000574* 2100-NOTE-ONE-RECORD - LISTA O REGISTRO SE E DA DATA
000575* DO RELATORIO E, SE NAO E POSTERIOR A ELA, GUARDA-O
000576* COMO ULTIMO EVENTO DO PASSO; LIBERACOES E RUNS DE
000577* TESTE DO EASYCALC SO SAO LISTADOS.
000578*****************************************************
000579 2100-NOTE-ONE-RECORD.
000580     ADD 1 TO RCL-READ-COUNT.
000581     IF RC-EVENT-DATE = RCT-REPORT-DATE
000582         PERFORM 2200-LIST-RECORD
000583             THRU 2200-EXIT
000584     END-IF.
000585     IF RC-EVENT-DATE > RCT-REPORT-DATE
000586         OR RUN-STEP-OVERRIDE
000587         OR RUN-MODE-TRIAL
000588         GO TO 2100-READ-NEXT
000589     END-IF.
000590     PERFORM 2110-FIND-STEP
000591         THRU 2110-EXIT.
000592     IF STP-HIT-SUB = ZERO
000593         GO TO 2100-READ-NEXT
000594     END-IF.
000595     MOVE RC-EVENT TO STS-EVENT (STP-HIT-SUB).
000596     MOVE RC-RETURN-CODE TO STS-RC (STP-HIT-SUB).
000597     MOVE RCL-READ-COUNT TO STS-SEQ (STP-HIT-SUB).
000598     MOVE RC-EVENT-DATE TO STS-DATE (STP-HIT-SUB).
000599     MOVE RC-EVENT-TIME TO STS-TIME (STP-HIT-SUB).
000600     MOVE RC-RUN-ID TO STS-RUN-ID (STP-HIT-SUB).
000601     MOVE RC-MESSAGE TO STS-MESSAGE (STP-HIT-SUB).
000602 2100-READ-NEXT.
000603     PERFORM 9210-READ-RUNCTL-REC
000604         THRU 9210-EXIT.
000605 2100-EXIT.
000606     EXIT.
000607*
000608*****************************************************
000609* 2110-FIND-STEP - PROCURA O PASSO DO REGISTRO NA
000610* TABELA DA CADEIA; FORA DELA (OFFCYCLE, PAYBKOUT,
000611* CHKRECON) STP-HIT-SUB FICA ZERO.
000612*****************************************************
000613 2110-FIND-STEP.
000614     MOVE ZERO TO STP-HIT-SUB.
000615     PERFORM 2120-MATCH-STEP
000616         THRU 2120-EXIT
000617         VARYING STP-SUB FROM 1 BY 1
000618         UNTIL STP-SUB > 7.
000619 2110-EXIT.
000620     EXIT.
000621*
000622*****************************************************
000623* 2120-MATCH-STEP - COMPARA UM PASSO DA TABELA COM O
000624* PASSO DO REGISTRO CORRENTE.
000625*****************************************************
000626 2120-MATCH-STEP.
000627     IF STP-NAME (STP-SUB) = RC-STEP-NAME
000628         MOVE STP-SUB TO STP-HIT-SUB
000629     END-IF.
000630 2120-EXIT.
000631     EXIT.
000632*
000633*****************************************************
000634* 2200-LIST-RECORD - IMPRIME UM REGISTRO DO RUNCTL NA
000635* PRIMEIRA PARTE DO RELATORIO.
000636*****************************************************
000637 2200-LIST-RECORD.
000638     MOVE RC-EVENT-TIME TO RCT-TIME-NUM.
000639     MOVE RCT-TIME-HH TO RL-TIME-HH.
000640     MOVE RCT-TIME-MI TO RL-TIME-MI.
000641     MOVE RCT-TIME-SS TO RL-TIME-SS.
000642     MOVE RC-STEP-NAME TO RL-STEP.
000643     MOVE SPACES TO RL-EVENT.
000644     IF RUN-STEP-START
000645         MOVE 'START' TO RL-EVENT
000646     END-IF.
000647     IF RUN-STEP-FINISH
000648         MOVE 'FINISH' TO RL-EVENT
000649     END-IF.
000650     IF RUN-STEP-OVERRIDE
000651         MOVE 'OVERRIDE' TO RL-EVENT
000652     END-IF.
000653     MOVE SPACES TO RL-MODE.
000654     IF RUN-MODE-TRIAL
000655         MOVE 'TRIAL' TO RL-MODE
000656     END-IF.
000657     MOVE RC-RETURN-CODE TO RL-RC.
000658     IF RC-RUN-ID = ZERO
000659         MOVE SPACES TO RL-RUN-ID
000660     ELSE
000661         MOVE RC-PERIOD-END TO RL-PERIOD-END
000662         MOVE '/' TO RL-RUN-SLASH
000663         MOVE RC-BATCH-NO TO RL-BATCH-NO
000664     END-IF.
000665     MOVE RC-FILE-NAME TO RL-FILE.
000666     MOVE RC-REC-COUNT TO RL-COUNT.
000667     MOVE RC-OPERATOR-ID TO RL-OPERATOR.
000668     MOVE RC-MESSAGE TO RL-MESSAGE.
000669     WRITE RUNRPT-REC FROM RUN-LOG-LINE
000670         AFTER ADVANCING 1 LINE.
000671     ADD 1 TO RCT-LISTED-COUNT.
000672 2200-EXIT.
000673     EXIT.
000674*
000675*****************************************************
000676* 2300-WRITE-STEP-STATUS - IMPRIME A SITUACAO DE UM
000677* PASSO: PENDENTE SE NUNCA RODOU OU SE O PASSO
000678* ANTERIOR RODOU DE NOVO DEPOIS DELE; SEM FIM SE O
000679* ULTIMO REGISTRO E UM INICIO (RODANDO OU ABORTADO SEM
000680* GRAVAR); COM FALHA SE O RETURN-CODE PASSA DO LIMITE
000681* DO PASSO; FEITO NOS DEMAIS CASOS.
000682*****************************************************
000683 2300-WRITE-STEP-STATUS.
000684     MOVE STP-NAME (STP-SUB) TO SL-STEP.
000685     MOVE SPACES TO SL-LAST-RUN.
000686     MOVE SPACES TO SL-NOTE.
000687     IF STS-EVENT (STP-SUB) = SPACE
000688         MOVE 'PENDING' TO STS-STATUS (STP-SUB)
000689         MOVE 'NOT RUN YET' TO SL-NOTE
000690         ADD 1 TO RCT-PENDING-COUNT
000691         GO TO 2300-WRITE
000692     END-IF.
000693     MOVE STS-DATE (STP-SUB) TO RCT-DATE-NUM.
000694     MOVE RCT-DATE-MM TO SL-RUN-MM.
000695     MOVE '/' TO SL-DATE-SLASH1.
000696     MOVE RCT-DATE-DD TO SL-RUN-DD.
000697     MOVE '/' TO SL-DATE-SLASH2.
000698     MOVE RCT-DATE-YY TO SL-RUN-YY.
000699     MOVE STS-TIME (STP-SUB) TO RCT-TIME-NUM.
000700     MOVE RCT-TIME-HH TO SL-TIME-HH.
000701     MOVE ':' TO SL-TIME-COLON.
000702     MOVE RCT-TIME-MI TO SL-TIME-MI.
000703     MOVE STS-RC (STP-SUB) TO SL-RC.
000704     MOVE STS-RUN-ID (STP-SUB) TO SL-RUN-ID.
000705     IF STS-EVENT (STP-SUB) = 'S'
000706         MOVE 'NO FINISH' TO STS-STATUS (STP-SUB)
000707         MOVE 'STARTED - RUNNING OR ENDED ABNORMALLY' TO
000708             SL-NOTE
000709         ADD 1 TO RCT-FAILED-COUNT
000710         GO TO 2300-WRITE
000711     END-IF.
000712     IF STS-RC (STP-SUB) > STP-CLEAN-RC (STP-SUB)
000713         MOVE 'FAILED' TO STS-STATUS (STP-SUB)
000714         MOVE STS-MESSAGE (STP-SUB) TO SL-NOTE
000715         ADD 1 TO RCT-FAILED-COUNT
000716         GO TO 2300-WRITE
000717     END-IF.
000718     IF STP-FIRST-STEP (STP-SUB) = 'N'
000719         SUBTRACT 1 FROM STP-SUB
000720             GIVING STP-PREV-SUB
000721         IF STS-SEQ (STP-SUB) < STS-SEQ (STP-PREV-SUB)
000722             MOVE 'PENDING' TO STS-STATUS (STP-SUB)
000723             MOVE STP-NAME (STP-PREV-SUB) TO RON-STEP
000724             MOVE RCT-ORDER-NOTE TO SL-NOTE
000725             ADD 1 TO RCT-PENDING-COUNT
000726             GO TO 2300-WRITE
000727         END-IF
000728     END-IF.
000729     MOVE 'DONE' TO STS-STATUS (STP-SUB).
000730     ADD 1 TO RCT-DONE-COUNT.
000731 2300-WRITE.
000732     MOVE STS-STATUS (STP-SUB) TO SL-STATUS.
000733     WRITE RUNRPT-REC FROM RUN-STEP-LINE
000734         AFTER ADVANCING 1 LINE.
000735 2300-EXIT.
000736     EXIT.
000737*
000738*****************************************************
000739* 5000-RECORD-TRANSMISSION - CONFERE SE O BANKPAY PODE
000740* SER DADO COMO TRANSMITIDO (PAYBAL LIMPO DEPOIS DO
000741* ULTIMO RUN DE FOLHA, AINDA NAO TRANSMITIDO, TRAILER
000742* IGUAL AO QUE O EASYCALC GRAVOU), PEDE LIBERACAO DO
000743* SUPERVISOR SE NAO PODE E, COM A CONFIRMACAO DO
000744* OPERADOR, GRAVA O FIM DO PASSO BANKXMIT COM A
000745* CONTAGEM E O LIQUIDO DO TRAILER.
000746*****************************************************
000747 5000-RECORD-TRANSMISSION.
000748     PERFORM 5100-COUNT-BANK-FILE
000749         THRU 5100-EXIT.
000750     PERFORM 5200-READ-PAY-STEPS
000751         THRU 5200-EXIT.
000752     MOVE RCT-PAY-RUN-ID TO RCL-RUN-ID.
000753     IF RCT-PAY-SEQ = ZERO
000754         MOVE 'NO PAY RUN RECORDED FOR BANKPAY' TO
000755             RCL-REFUSAL
000756         GO TO 5000-REFUSED
000757     END-IF.
000758     IF RCT-PAY-RC > 15
000759         MOVE 'LAST EASYCALC PAY RUN ABORTED' TO RCL-REFUSAL
000760         GO TO 5000-REFUSED
000761     END-IF.
000762     IF RCT-BAL-SEQ < RCT-PAY-SEQ
000763         MOVE 'PAYBAL NOT RUN FOR LAST PAY RUN' TO
000764             RCL-REFUSAL
000765         GO TO 5000-REFUSED
000766     END-IF.
000767     IF RCT-BAL-EVENT NOT = 'F'
000768         OR RCT-BAL-RC NOT = ZERO
000769         MOVE 'PAYBAL DID NOT END CLEAN' TO RCL-REFUSAL
000770         GO TO 5000-REFUSED
000771     END-IF.
000772     IF RCT-XMIT-SEQ > RCT-PAY-SEQ
000773         AND RCT-XMIT-RC = ZERO
000774         MOVE 'LAST PAY RUN ALREADY TRANSMITTED' TO
000775             RCL-REFUSAL
000776         GO TO 5000-REFUSED
000777     END-IF.
000778     IF RCT-PAY-COUNT NOT = RCL-REC-COUNT
000779         OR RCT-PAY-HASH NOT = RCL-HASH-TOTAL
000780         MOVE 'BANKPAY CHANGED SINCE EASYCALC WROTE IT' TO
000781             RCL-REFUSAL
000782         GO TO 5000-REFUSED
000783     END-IF.
000784     GO TO 5000-CONFIRM.
000785 5000-REFUSED.
000786     PERFORM 9300-REQUEST-OVERRIDE
000787         THRU 9300-EXIT.
000788 5000-CONFIRM.
000789     MOVE RCL-HASH-TOTAL TO RCT-AMOUNT-ED.
000790     DISPLAY 'RUNCTL - BANKPAY RUN ID ' RCL-RUN-ID
000791         ' RECORDS: ' RCL-REC-COUNT.
000792     DISPLAY 'RUNCTL - BANKPAY NET: ' RCT-AMOUNT-ED.
000793     DISPLAY 'RUNCTL - RECORD BANKPAY AS SENT TO THE BANK'.
000794     DISPLAY '(Y/N):'.
000795     ACCEPT RCT-CONFIRM.
000796     IF NOT RCT-CONFIRMED
000797         DISPLAY 'RUNCTL - TRANSMISSION NOT RECORDED'
000798         MOVE 4 TO RETURN-CODE
000799         GO TO 5000-EXIT
000800     END-IF.
000801     MOVE 'F' TO RCL-EVENT.
000802     MOVE ZERO TO RCL-RETURN-CODE.
000803     PERFORM 9100-WRITE-RUN-CONTROL
000804         THRU 9100-EXIT.
000805     MOVE RCL-RUN-ID TO RLD-RUN-ID.
000806     MOVE RCT-LOG-DETAIL TO SGN-LOG-DETAIL.
000807     PERFORM 9470-LOG-PRIVILEGED-ACTION
000808         THRU 9470-EXIT.
000809     DISPLAY 'RUNCTL - BANK TRANSMISSION RECORDED'.
000810 5000-EXIT.
000811     EXIT.
000812*
000813*****************************************************
000814* 5100-COUNT-BANK-FILE - LE O BANKPAY SO PARA PEGAR A
000815* CONTAGEM E O LIQUIDO DO TRAILER; SEM ARQUIVO OU SEM
000816* TRAILER NAO HA O QUE REGISTRAR.
000817*****************************************************
000818 5100-COUNT-BANK-FILE.
000819     MOVE 'BANKPAY.DAT' TO RCL-FILE-NAME.
000820     OPEN INPUT BANK-FILE.
000821     IF WS-BANK-STATUS NOT = '00'
000822         MOVE 'BANK FILE BANKPAY NOT AVAILABLE' TO
000823             WS-ABORT-MESSAGE
000824         PERFORM 9000-ABORT-RUN
000825             THRU 9000-EXIT
000826     END-IF.
000827     PERFORM 5110-READ-BANK
000828         THRU 5110-EXIT.
000829     PERFORM 5120-NOTE-BANK-TRAILER
000830         THRU 5120-EXIT
000831         UNTIL BANK-FILE-EOF.
000832     CLOSE BANK-FILE.
000833     IF NOT BANK-TRAILER-FOUND
000834         MOVE 'BANKPAY HAS NO TRAILER' TO WS-ABORT-MESSAGE
000835         PERFORM 9000-ABORT-RUN
000836             THRU 9000-EXIT
000837     END-IF.
000838 5100-EXIT.
000839     EXIT.
000840*
000841*****************************************************
000842* 5110-READ-BANK - LE O PROXIMO REGISTRO DO BANKPAY.
000843*****************************************************
000844 5110-READ-BANK.
000845     READ BANK-FILE
000846         AT END
000847             MOVE 'Y' TO WS-BANK-EOF-SWITCH
000848     END-READ.
000849 5110-EXIT.
000850     EXIT.
000851*
000852*****************************************************
000853* 5120-NOTE-BANK-TRAILER - GUARDA A CONTAGEM E O
000854* LIQUIDO SE O REGISTRO E O TRAILER DO BANKPAY.
000855*****************************************************
000856 5120-NOTE-BANK-TRAILER.
000857     IF BANK-TRAILER-REC
000858         MOVE 'Y' TO WS-BANK-TRAILER-SWITCH
000859         MOVE BK-RECORD-COUNT TO RCL-REC-COUNT
000860         MOVE BK-HASH-NET TO RCL-HASH-TOTAL
000861     END-IF.
000862     PERFORM 5110-READ-BANK
000863         THRU 5110-EXIT.
000864 5120-EXIT.
000865     EXIT.
000866*
000867*****************************************************
000868* 5200-READ-PAY-STEPS - PERCORRE O RUNCTL GUARDANDO O
000869* ULTIMO FIM DE RUN DE FOLHA, O ULTIMO PAYBAL E A
000870* ULTIMA TRANSMISSAO, COM A POSICAO DE CADA UM.
000871*****************************************************
000872 5200-READ-PAY-STEPS.
000873     MOVE ZERO TO RCL-READ-COUNT.
000874     MOVE 'N' TO RCL-EOF-SWITCH.
000875     OPEN INPUT RUN-CONTROL-FILE.
000876     IF WS-RUNCTL-STATUS NOT = '00'
000877         GO TO 5200-EXIT
000878     END-IF.
000879     PERFORM 9210-READ-RUNCTL-REC
000880         THRU 9210-EXIT.
000881     PERFORM 5210-NOTE-PAY-STEP
000882         THRU 5210-EXIT
000883         UNTIL RUNCTL-FILE-EOF.
000884     CLOSE RUN-CONTROL-FILE.
000885 5200-EXIT.
000886     EXIT.
000887*
000888*****************************************************
000889* 5210-NOTE-PAY-STEP - GUARDA O REGISTRO SE E UM DOS
000890* PASSOS CONFERIDOS PELA 5000; DO BANKXMIT SO CONTA O
000891* FIM COM RC 0 (TRANSMISSAO DE FATO REGISTRADA).
000892*****************************************************
000893 5210-NOTE-PAY-STEP.
000894     ADD 1 TO RCL-READ-COUNT.
000895     IF RC-STEP-NAME = 'EASYCALC'
000896         AND RUN-STEP-FINISH
000897         AND NOT RUN-MODE-TRIAL
000898         MOVE RCL-READ-COUNT TO RCT-PAY-SEQ
000899         MOVE RC-RETURN-CODE TO RCT-PAY-RC
000900         MOVE RC-RUN-ID TO RCT-PAY-RUN-ID
000901         MOVE RC-REC-COUNT TO RCT-PAY-COUNT
000902         MOVE RC-HASH-TOTAL TO RCT-PAY-HASH
000903     END-IF.
000904     IF RC-STEP-NAME = 'PAYBAL'
000905         AND NOT RUN-STEP-OVERRIDE
000906         MOVE RCL-READ-COUNT TO RCT-BAL-SEQ
000907         MOVE RC-EVENT TO RCT-BAL-EVENT
000908         MOVE RC-RETURN-CODE TO RCT-BAL-RC
000909     END-IF.
000910     IF RC-STEP-NAME = 'BANKXMIT'
000911         AND RUN-STEP-FINISH
000912         AND RC-RETURN-CODE = ZERO
000913         MOVE RCL-READ-COUNT TO RCT-XMIT-SEQ
000914         MOVE RC-RETURN-CODE TO RCT-XMIT-RC
000915     END-IF.
000916     PERFORM 9210-READ-RUNCTL-REC
000917         THRU 9210-EXIT.
000918 5210-EXIT.
000919     EXIT.
000920*
000921*****************************************************
000922* 8000-TERMINATE-RUN - FECHA O RELATORIO COM OS
000923* TOTAIS; RETURN-CODE 4 SE ALGUM PASSO FALHOU OU NAO
000924* TERMINOU.
000925*****************************************************
000926 8000-TERMINATE-RUN.
000927     IF RCT-RECORD-XMIT
000928         GO TO 8000-EXIT
000929     END-IF.
000930     MOVE RCT-LISTED-COUNT TO RT-LISTED-COUNT.
000931     MOVE RCT-DONE-COUNT TO RT-DONE-COUNT.
000932     MOVE RCT-PENDING-COUNT TO RT-PENDING-COUNT.
000933     MOVE RCT-FAILED-COUNT TO RT-FAILED-COUNT.
000934     WRITE RUNRPT-REC FROM RUN-TRAILER-LINE
000935         AFTER ADVANCING 3 LINES.
000936     CLOSE RUN-RPT-FILE.
000937     DISPLAY 'RUNCTL COMPLETE - STEPS DONE: ' RCT-DONE-COUNT
000938         ' PENDING: ' RCT-PENDING-COUNT.
000939     IF RCT-FAILED-COUNT > ZERO
000940         DISPLAY 'RUNCTL - STEPS FAILED OR UNFINISHED: '
000941             RCT-FAILED-COUNT
000942         MOVE 4 TO RETURN-CODE
000943     END-IF.
000944 8000-EXIT.
000945     EXIT.
000946*
000947*****************************************************
000948* 9000-ABORT-RUN - ENCERRA O PROGRAMA COM ERRO GRAVE:
000949* MOSTRA A MENSAGEM NO CONSOLE DO OPERADOR E DEVOLVE
000950* RETURN-CODE 16. NA OPCAO T NADA E GRAVADO NO RUNCTL:
000951* O ABORTO VEM SEMPRE ANTES DA CONFIRMACAO, A
000952* TRANSMISSAO NAO FOI REGISTRADA E UM FIM DE BANKXMIT
000953* COM ERRO SO ESCONDERIA A ULTIMA TRANSMISSAO BOA.
000954*****************************************************
000955 9000-ABORT-RUN.
000956     DISPLAY 'RUNCTL *** RUN ABORTED *** '
000957         WS-ABORT-MESSAGE.
000958     MOVE 16 TO RETURN-CODE.
000959     STOP RUN.
000960 9000-EXIT.
000961     EXIT.
000962*
000963*****************************************************
000964* 9100-WRITE-RUN-CONTROL - ACRESCENTA AO RUNCTL UM
000965* REGISTRO DESTE PROGRAMA (INICIO, FIM OU LIBERACAO)
000966* COM OS DADOS PREPARADOS EM RCL-WORK-AREAS. SEM O
000967* RUNCTL SO AVISA: O REGISTRO NAO PARA A FOLHA.
000968*****************************************************
000969 9100-WRITE-RUN-CONTROL.
000970     OPEN EXTEND RUN-CONTROL-FILE.
000971     IF WS-RUNCTL-STATUS NOT = '00'
000972         OPEN OUTPUT RUN-CONTROL-FILE
000973     END-IF.
000974     IF WS-RUNCTL-STATUS NOT = '00'
000975         DISPLAY 'RUNCTL - RUN CONTROL FILE RUNCTL'
000976             ' NOT AVAILABLE'
000977         GO TO 9100-EXIT
000978     END-IF.
000979     MOVE SPACES TO RUN-CONTROL-RECORD.
000980     MOVE RCL-STEP-NAME TO RC-STEP-NAME.
000981     MOVE RCL-EVENT TO RC-EVENT.
000982     MOVE RCL-RUN-MODE TO RC-RUN-MODE.
000983     ACCEPT RC-EVENT-DATE FROM DATE.
000984     ACCEPT RC-EVENT-TIME FROM TIME.
000985     MOVE RCL-RETURN-CODE TO RC-RETURN-CODE.
000986     MOVE RCL-RUN-ID TO RC-RUN-ID.
000987     MOVE RCL-FILE-NAME TO RC-FILE-NAME.
000988     MOVE RCL-REC-COUNT TO RC-REC-COUNT.
000989     MOVE RCL-HASH-TOTAL TO RC-HASH-TOTAL.
000990     MOVE RCL-OPERATOR-ID TO RC-OPERATOR-ID.
000991     MOVE RCL-MESSAGE TO RC-MESSAGE.
000992     WRITE RUN-CONTROL-RECORD.
000993     CLOSE RUN-CONTROL-FILE.
000994 9100-EXIT.
000995     EXIT.
000996*
000997*****************************************************
000998* 9210-READ-RUNCTL-REC - LE O PROXIMO REGISTRO DO
000999* RUNCTL.
001000*****************************************************
001001 9210-READ-RUNCTL-REC.
001002     READ RUN-CONTROL-FILE
001003         AT END
001004             MOVE 'Y' TO RCL-EOF-SWITCH
001005     END-READ.
001006 9210-EXIT.
001007     EXIT.
001008*
001009*****************************************************
001010* 9300-REQUEST-OVERRIDE - O PASSO ANTERIOR NAO ESTA EM
001011* ORDEM (MOTIVO EM RCL-REFUSAL): SO UM SUPERVISOR, COM
001012* CODIGO E SENHA DO CADASTRO DE OPERADORES, PODE
001013* MANDAR SEGUIR, E A LIBERACAO FICA GRAVADA NO RUNCTL
001014* COM A IDENTIFICACAO DELE E O MOTIVO, E NO SECLOG; O
001015* SUPERVISOR FICA COMO OPERADOR DA TRANSMISSAO.
001016* SEM LIBERACAO O PROGRAMA ABORTA SEM TOCAR EM NADA.
001017*****************************************************
001018 9300-REQUEST-OVERRIDE.
001019     DISPLAY 'RUNCTL RUN CONTROL - ' RCL-REFUSAL.
001020     DISPLAY 'RUNCTL - SUPERVISOR SIGN-ON TO OVERRIDE'.
001021     DISPLAY '(BLANK ID = STOP THE RUN)'.
001022     MOVE ZERO TO SGN-ATTEMPTS.
001023     MOVE 'N' TO SGN-RESULT-SWITCH.
001024     MOVE SGN-ROLE-SUPERVISOR TO SGN-REQUIRED-ROLE.
001025     PERFORM 9400-SIGN-ON
001026         THRU 9400-EXIT
001027         UNTIL SIGN-ON-ACCEPTED
001028         OR SGN-ATTEMPTS = 3.
001029     IF NOT SIGN-ON-ACCEPTED
001030         MOVE RCL-REFUSAL TO WS-ABORT-MESSAGE
001031         PERFORM 9000-ABORT-RUN
001032             THRU 9000-EXIT
001033     END-IF.
001034     MOVE SGN-OPER-ID TO RCL-OPERATOR-ID.
001035     MOVE 'O' TO RCL-EVENT.
001036     MOVE ZERO TO RCL-RETURN-CODE.
001037     MOVE RCL-REFUSAL TO RCL-MESSAGE.
001038     PERFORM 9100-WRITE-RUN-CONTROL
001039         THRU 9100-EXIT.
001040     MOVE SPACES TO RCL-MESSAGE.
001041     MOVE RCL-REFUSAL TO SGN-LOG-DETAIL.
001042     PERFORM 9470-LOG-PRIVILEGED-ACTION
001043         THRU 9470-EXIT.
001044     DISPLAY 'RUNCTL - OVERRIDE LOGGED FOR ' RCL-OPERATOR-ID.
001045 9300-EXIT.
001046     EXIT.
001047*
001048*****************************************************
001049* 9400-SIGN-ON - UMA TENTATIVA DE ENTRADA: LE O CODIGO
001050* E A SENHA DO OPERADOR E CONFERE NO CADASTRO COM O
001051* PAPEL MINIMO SGN-REQUIRED-ROLE. CODIGO EM BRANCO
001052* DESISTE (ESGOTA AS TENTATIVAS).
001053*****************************************************
001054 9400-SIGN-ON.
001055     ADD 1 TO SGN-ATTEMPTS.
001056     DISPLAY 'RUNCTL - OPERATOR ID (BLANK = CANCEL):'.
001057     ACCEPT SGN-IN-ID.
001058     IF SGN-IN-ID = SPACES
001059         MOVE 3 TO SGN-ATTEMPTS
001060         GO TO 9400-EXIT
001061     END-IF.
001062     DISPLAY 'RUNCTL - PASSWORD:'.
001063     ACCEPT SGN-IN-PASSWORD.
001064     PERFORM 9410-CHECK-OPERATOR
001065         THRU 9410-EXIT.
001066     MOVE SPACES TO SGN-IN-PASSWORD.
001067     IF SIGN-ON-ACCEPTED
001068         MOVE SGN-IN-ID TO SGN-OPER-ID
001069         MOVE SGN-CHECK-ROLE TO SGN-OPER-ROLE
001070     END-IF.
001071 9400-EXIT.
001072     EXIT.
001073*
001074*****************************************************
001075* 9410-CHECK-OPERATOR - CONFERE SGN-IN-ID E A SENHA NO
001076* CADASTRO DE OPERADORES: OPERADOR ATIVO, NAO
001077* BLOQUEADO, SENHA CERTA E PAPEL NAO MENOR QUE O
001078* EXIGIDO. SENHA ERRADA SOMA UMA FALHA E A TERCEIRA
001079* SEGUIDA BLOQUEIA O OPERADOR; SENHA CERTA ZERA A
001080* CONTAGEM. TODA RECUSA VAI PARA O SECLOG.
001081*****************************************************
001082 9410-CHECK-OPERATOR.
001083     MOVE 'N' TO SGN-RESULT-SWITCH.
001084     MOVE SGN-IN-ID TO SGN-LOG-OPER-ID.
001085     MOVE 'F' TO SGN-LOG-EVENT.
001086     OPEN I-O OPERATOR-FILE.
001087     IF WS-OPERFILE-STATUS NOT = '00'
001088         DISPLAY 'RUNCTL - OPERATOR FILE OPERFILE NOT AVAILABLE'
001089         GO TO 9410-EXIT
001090     END-IF.
001091     MOVE SGN-IN-ID TO OP-OPER-ID.
001092     READ OPERATOR-FILE
001093         INVALID KEY
001094             MOVE 'UNKNOWN OPERATOR ID' TO SGN-LOG-DETAIL
001095             GO TO 9410-REFUSED
001096     END-READ.
001097     IF NOT OPERATOR-ACTIVE
001098         MOVE 'OPERATOR NOT ACTIVE' TO SGN-LOG-DETAIL
001099         GO TO 9410-REFUSED
001100     END-IF.
001101     IF OPERATOR-LOCKED
001102         MOVE 'OPERATOR LOCKED OUT' TO SGN-LOG-DETAIL
001103         GO TO 9410-REFUSED
001104     END-IF.
001105     PERFORM 9420-HASH-PASSWORD
001106         THRU 9420-EXIT.
001107     IF SGN-HASH NOT = OP-PASSWORD-HASH
001108         ADD 1 TO OP-FAIL-COUNT
001109         MOVE 'WRONG PASSWORD' TO SGN-LOG-DETAIL
001110         IF OP-FAIL-COUNT NOT < 3
001111             MOVE 'Y' TO OP-LOCKED-FLAG
001112             MOVE 'L' TO SGN-LOG-EVENT
001113             MOVE 'LOCKED AFTER 3 FAILED SIGN-ONS' TO
001114                 SGN-LOG-DETAIL
001115         END-IF
001116         REWRITE OPERATOR-RECORD
001117         GO TO 9410-REFUSED
001118     END-IF.
001119     MOVE ZERO TO OP-FAIL-COUNT.
001120     ACCEPT OP-LAST-SIGNON FROM DATE.
001121     REWRITE OPERATOR-RECORD.
001122     IF OP-ROLE < SGN-REQUIRED-ROLE
001123         MOVE 'D' TO SGN-LOG-EVENT
001124         MOVE 'ROLE TOO LOW FOR THIS FUNCTION' TO
001125             SGN-LOG-DETAIL
001126         GO TO 9410-REFUSED
001127     END-IF.
001128     MOVE OP-ROLE TO SGN-CHECK-ROLE.
001129     MOVE 'Y' TO SGN-RESULT-SWITCH.
001130     CLOSE OPERATOR-FILE.
001131     GO TO 9410-EXIT.
001132 9410-REFUSED.
001133     CLOSE OPERATOR-FILE.
001134     IF SGN-LOG-EVENT = 'F'
001135         DISPLAY 'RUNCTL - INVALID OPERATOR ID OR PASSWORD'
001136     ELSE
001137         DISPLAY 'RUNCTL - ' SGN-LOG-DETAIL
001138     END-IF.
001139     PERFORM 9450-WRITE-SECURITY-LOG
001140         THRU 9450-EXIT.
001141 9410-EXIT.
001142     EXIT.
001143*
001144*****************************************************
001145* 9420-HASH-PASSWORD - CALCULA O CODIGO GUARDADO NO
001146* CADASTRO EM LUGAR DA SENHA: CADA CARACTER DE
001147* OPERADOR + SENHA VIRA SUA POSICAO NA TABELA
001148* SGN-CHAR (65 FORA DELA) E ENTRA NO CODIGO POR
001149* CODIGO X 67 + POSICAO, MODULO 999999937. TEM DE SER
001150* O MESMO EM TODOS OS PROGRAMAS.
001151*****************************************************
001152 9420-HASH-PASSWORD.
001153     MOVE ZERO TO SGN-HASH.
001154     PERFORM 9430-HASH-ONE-CHAR
001155         THRU 9430-EXIT
001156         VARYING SGN-KEY-SUB FROM 1 BY 1
001157         UNTIL SGN-KEY-SUB > 16.
001158 9420-EXIT.
001159     EXIT.
001160*
001161*****************************************************
001162* 9430-HASH-ONE-CHAR - SOMA UM CARACTER AO CODIGO.
001163*****************************************************
001164 9430-HASH-ONE-CHAR.
001165     MOVE ZERO TO SGN-CHAR-POS.
001166     PERFORM 9440-MATCH-CHAR
001167         THRU 9440-EXIT
001168         VARYING SGN-CHAR-SUB FROM 1 BY 1
001169         UNTIL SGN-CHAR-SUB > 64
001170         OR SGN-CHAR-POS NOT = ZERO.
001171     IF SGN-CHAR-POS = ZERO
001172         MOVE 65 TO SGN-CHAR-POS
001173     END-IF.
001174     MULTIPLY SGN-HASH BY 67 GIVING SGN-HASH-WORK.
001175     ADD SGN-CHAR-POS TO SGN-HASH-WORK.
001176     DIVIDE SGN-HASH-WORK BY 999999937
001177         GIVING SGN-HASH-QUOTIENT
001178         REMAINDER SGN-HASH.
001179 9430-EXIT.
001180     EXIT.
001181*
001182*****************************************************
001183* 9440-MATCH-CHAR - COMPARA UMA ENTRADA DA TABELA DE
001184* CARACTERES COM O CARACTER DA VEZ.
001185*****************************************************
001186 9440-MATCH-CHAR.
001187     IF SGN-CHAR (SGN-CHAR-SUB) = SGN-KEY-CHAR (SGN-KEY-SUB)
001188         MOVE SGN-CHAR-SUB TO SGN-CHAR-POS
001189     END-IF.
001190 9440-EXIT.
001191     EXIT.
001192*
001193*****************************************************
001194* 9450-WRITE-SECURITY-LOG - ACRESCENTA AO SECLOG UM
001195* REGISTRO COM OS DADOS PREPARADOS EM SGN-WORK-AREAS.
001196* SEM O SECLOG SO AVISA.
001197*****************************************************
001198 9450-WRITE-SECURITY-LOG.
001199     OPEN EXTEND SECURITY-LOG-FILE.
001200     IF WS-SECLOG-STATUS NOT = '00'
001201         OPEN OUTPUT SECURITY-LOG-FILE
001202     END-IF.
001203     IF WS-SECLOG-STATUS NOT = '00'
001204         DISPLAY 'RUNCTL - SECURITY LOG SECLOG NOT AVAILABLE'
001205         GO TO 9450-EXIT
001206     END-IF.
001207     MOVE SPACES TO SECURITY-LOG-RECORD.
001208     MOVE SGN-LOG-OPER-ID TO SC-OPER-ID.
001209     ACCEPT SC-EVENT-DATE FROM DATE.
001210     ACCEPT SC-EVENT-TIME FROM TIME.
001211     MOVE SGN-PROGRAM TO SC-PROGRAM.
001212     MOVE SGN-LOG-EVENT TO SC-EVENT.
001213     MOVE SGN-APPROVER-ID TO SC-APPROVER-ID.
001214     MOVE SGN-LOG-DETAIL TO SC-DETAIL.
001215     WRITE SECURITY-LOG-RECORD.
001216     CLOSE SECURITY-LOG-FILE.
001217 9450-EXIT.
001218     EXIT.
001219*
001220*****************************************************
001221* 9470-LOG-PRIVILEGED-ACTION - GRAVA NO SECLOG A ACAO
001222* DESCRITA EM SGN-LOG-DETAIL, FEITA PELO OPERADOR QUE
001223* ENTROU (E PELO APROVADOR, SE HOUVE).
001224*****************************************************
001225 9470-LOG-PRIVILEGED-ACTION.
001226     MOVE 'P' TO SGN-LOG-EVENT.
001227     MOVE SGN-OPER-ID TO SGN-LOG-OPER-ID.
001228     PERFORM 9450-WRITE-SECURITY-LOG
001229         THRU 9450-EXIT.
001230     MOVE SPACES TO SGN-APPROVER-ID.
001231 9470-EXIT.
001232     EXIT.
