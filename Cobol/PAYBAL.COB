000010 IDENTIFICATION DIVISION.
000011 PROGRAM-ID.
000012     PAYBAL.
000013 AUTHOR.
000014     R L HUTCHISON.
000015 INSTALLATION.
000016     PAYROLL DEPARTMENT.
000017 DATE-WRITTEN.
000018     15/10/2026.
000019 DATE-COMPILED.
000020*
000021*****************************************************
000022* CONFERENCIA CRUZADA DOS ARQUIVOS DE UM RUN DO
000023* EASYCALC, RODADA LOGO DEPOIS DO RUN DE FOLHA E ANTES
000024* DA TRANSMISSAO DO BANKPAY AO BANCO.
000025* NOME DO ARQUIVO: PAYBAL.COB
000026*
000027* O OPERADOR INFORMA O RUN-ID (FIM DE PERIODO + LOTE,
000028* 10 DIGITOS) NO CONSOLE. O PROGRAMA LE O TRAILER E OS
000029* SUBTOTAIS POR LOTE DO REGISTRO PAYREG.DAT, O TRAILER
000030* E OS DEPOSITOS DO BANKPAY.DAT, O TRAILER E OS
000031* CHEQUES DO CHKREG.DAT, OS DEBITOS E CREDITOS DO
000032* GLPOST.DAT, A RECAPITULACAO DEPTRCP.DAT E, PARA CADA
000033* LOTE DO RUN, AS LINHAS DO PAYHIST.DAT E OS REGISTROS
000034* DO DIARIO YTDJRNL.DAT, E PROVA QUE: LIQUIDO =
000035* DEPOSITOS + CHEQUES; DEBITOS = CREDITOS = GROSS;
000036* LINHAS DO HISTORICO = PESSOAS PAGAS (HEADCOUNT); E A
000037* SOMA DOS DELTAS DE GROSS DO DIARIO = GROSS DO RUN.
000038* O RESULTADO SAI EM UMA PAGINA (BALRPT.DAT) COM
000039* PASS/FAIL POR PROVA; QUALQUER QUEBRA DEVOLVE
000040* RETURN-CODE 8 E O BANKPAY NAO DEVE SER TRANSMITIDO.
000041* UM RUN DO EASYCALC PODE PAGAR VARIOS LOTES; O RUN-ID
000042* INFORMADO TEM QUE ESTAR ENTRE OS LOTES DO PAYREG, E
000043* O HISTORICO E O DIARIO SAO SOMADOS POR TODOS ELES.
000044*
000045* HISTORICO DE MODIFICACOES
000046* -------------------------------------------------
000047* DATA       INIC  DESCRICAO
000048* ---------- ----  ---------------------------------
000049* 15/10/2026  RLH  PROGRAMA ORIGINAL - CONFERENCIA
000050*                  CRUZADA DE PAYREG, BANKPAY, CHKREG,
000051*                  GLPOST, DEPTRCP, PAYHIST E YTDJRNL
000052*                  DE UM RUN DE FOLHA.
000053* 15/10/2026  RLH  CONTROLE DE EXECUCAO: SO RODA
000054*                  DEPOIS DO EASYCALC TERMINADO, OU
000055*                  COM LIBERACAO DO SUPERVISOR; GRAVA
000056*                  INICIO E FIM NO RUNCTL.DAT.
000057* 15/10/2026  RLH  A LIBERACAO DO CONTROLE DE
000058*                  EXECUCAO (9300) EXIGE A ENTRADA DE
000059*                  UM SUPERVISOR COM CODIGO E SENHA
000060*                  DO CADASTRO OPERFILE, COM BLOQUEIO
000061*                  APOS 3 FALHAS, E VAI TAMBEM PARA O
000062*                  LOG DE SEGURANCA SECLOG.DAT.
000063*****************************************************
000064 ENVIRONMENT DIVISION.
000065 CONFIGURATION SECTION.
000066 SOURCE-COMPUTER. IBM-PS2.
000067 OBJECT-COMPUTER. IBM-PS2.
000068 INPUT-OUTPUT SECTION.
000069 FILE-CONTROL.
000070     SELECT REGISTER-FILE ASSIGN TO "PAYREG.DAT"
000071         ORGANIZATION IS SEQUENTIAL
000072         FILE STATUS IS WS-REGISTER-STATUS.
000073     SELECT BANK-FILE ASSIGN TO "BANKPAY.DAT"
000074         ORGANIZATION IS SEQUENTIAL
000075         FILE STATUS IS WS-BANK-STATUS.
000076     SELECT CHECK-REG-FILE ASSIGN TO "CHKREG.DAT"
000077         ORGANIZATION IS SEQUENTIAL
000078         FILE STATUS IS WS-CHKREG-STATUS.
000079     SELECT GL-POST-FILE ASSIGN TO "GLPOST.DAT"
000080         ORGANIZATION IS SEQUENTIAL
000081         FILE STATUS IS WS-GLPOST-STATUS.
000082     SELECT DEPT-RECAP-FILE ASSIGN TO "DEPTRCP.DAT"
000083         ORGANIZATION IS SEQUENTIAL
000084         FILE STATUS IS WS-RECAP-STATUS.
000085     SELECT HIST-FILE ASSIGN TO "PAYHIST.DAT"
000086         ORGANIZATION IS INDEXED
000087         ACCESS MODE IS DYNAMIC
000088         RECORD KEY IS PH-KEY
000089         FILE STATUS IS WS-HIST-STATUS.
000090     SELECT JOURNAL-FILE ASSIGN TO "YTDJRNL.DAT"
000091         ORGANIZATION IS SEQUENTIAL
000092         FILE STATUS IS WS-JOURNAL-STATUS.
000093     SELECT BAL-RPT-FILE ASSIGN TO "BALRPT.DAT"
000094         ORGANIZATION IS SEQUENTIAL
000095         FILE STATUS IS WS-BALRPT-STATUS.
000096     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000097         ORGANIZATION IS SEQUENTIAL
000098         FILE STATUS IS WS-RUNCTL-STATUS.
000099     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE.DAT"
000100         ORGANIZATION IS INDEXED
000101         ACCESS MODE IS DYNAMIC
000102         RECORD KEY IS OP-OPER-ID
000103         FILE STATUS IS WS-OPERFILE-STATUS.
000104     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
000105         ORGANIZATION IS SEQUENTIAL
000106         FILE STATUS IS WS-SECLOG-STATUS.
000107 DATA DIVISION.
000108 FILE SECTION.
000109*
000110*****************************************************
000111* PAYREG - REGISTRO IMPRESSO DO EASYCALC, RELIDO AQUI
000112* LINHA A LINHA; SO INTERESSAM O TITULO (CARIMBO DE
000113* RUN DE TESTE), A LINHA DE DATA, OS SUBTOTAIS POR
000114* LOTE (8060 DO EASYCALC) E O TRAILER (8100), NAS
000115* MESMAS POSICOES EM QUE O EASYCALC OS IMPRIME.
000116*****************************************************
000117 FD  REGISTER-FILE
000118     LABEL RECORDS ARE STANDARD
000119     RECORD CONTAINS 132 CHARACTERS.
000120 01  REGISTER-REC           PIC X(132).
000121 01  REG-TITLE-RECORD REDEFINES REGISTER-REC.
000122     02  FILLER             PIC X(24).
000123     02  RG-TITLE           PIC X(29).
000124     02  FILLER             PIC X(21).
000125     02  RG-TRIAL-STAMP     PIC X(16).
000126     02  FILLER             PIC X(42).
000127 01  REG-DATE-RECORD REDEFINES REGISTER-REC.
000128     02  FILLER             PIC X(24).
000129     02  RG-DATE-TAG        PIC X(10).
000130     02  RG-RUN-MM          PIC 99.
000131     02  FILLER             PIC X(01).
000132     02  RG-RUN-DD          PIC 99.
000133     02  FILLER             PIC X(01).
000134     02  RG-RUN-YY          PIC 99.
000135     02  FILLER             PIC X(90).
000136 01  REG-BATCH-RECORD REDEFINES REGISTER-REC.
000137     02  FILLER             PIC X(02).
000138     02  RG-BATCH-TAG       PIC X(09).
000139     02  RG-PERIOD-END      PIC 9(06).
000140     02  FILLER             PIC X(01).
000141     02  RG-BATCH-NO        PIC 9(04).
000142     02  FILLER             PIC X(12).
000143     02  RG-BATCH-EMP       PIC ZZ,ZZ9.
000144     02  FILLER             PIC X(08).
000145     02  RG-BATCH-HOURS     PIC ZZ,ZZ9.99-.
000146     02  FILLER             PIC X(08).
000147     02  RG-BATCH-GROSS     PIC $$,$$$,$$9.99.
000148     02  FILLER             PIC X(06).
000149     02  RG-BATCH-NET       PIC $$,$$$,$$9.99.
000150     02  FILLER             PIC X(34).
000151 01  REG-TRAILER-RECORD REDEFINES REGISTER-REC.
000152     02  RG-TRAILER-TAG     PIC X(20).
000153     02  FILLER             PIC X(12).
000154     02  RG-TR-EMP-COUNT    PIC ZZ,ZZ9.
000155     02  FILLER             PIC X(17).
000156     02  RG-TR-GROSS        PIC $$,$$$,$$9.99.
000157     02  FILLER             PIC X(13).
000158     02  RG-TR-NET          PIC $$$$,$$$,$$9.99.
000159     02  FILLER             PIC X(13).
000160     02  RG-TR-HEAD-COUNT   PIC ZZ,ZZ9.
000161     02  FILLER             PIC X(17).
000162 FD  BANK-FILE
000163     LABEL RECORDS ARE STANDARD
000164     RECORD CONTAINS 33 CHARACTERS.
000165 01  BANK-RECORD.
000166     02  BK-REC-TYPE        PIC X(01).
000167         88  BANK-HEADER-REC           VALUE 'H'.
000168         88  BANK-DETAIL-REC           VALUE 'D'.
000169         88  BANK-TRAILER-REC          VALUE 'T'.
000170     02  BK-REC-BODY.
000171         03  BK-EMP-ID      PIC X(05).
000172         03  BK-BANK-NO     PIC 9(03).
000173         03  BK-BRANCH-NO   PIC 9(05).
000174         03  BK-ACCOUNT-NO  PIC 9(10).
000175         03  BK-NET-AMOUNT  PIC S9(7)V99.
000176     02  BK-HEADER-BODY REDEFINES BK-REC-BODY.
000177         03  BK-RUN-DATE    PIC 9(06).
000178         03  FILLER         PIC X(26).
000179     02  BK-TRAILER-BODY REDEFINES BK-REC-BODY.
000180         03  BK-RECORD-COUNT PIC 9(06).
000181         03  BK-HASH-NET    PIC S9(9)V99.
000182         03  FILLER         PIC X(15).
000183*
000184*****************************************************
000185* CHKREG - REGISTRO IMPRESSO DE CHEQUES DO EASYCALC:
000186* LINHA DE CHEQUE (NUMERO NAS COLUNAS 3-10) E TRAILER
000187* DE FIM DE CHEQUES (8350 DO EASYCALC).
000188*****************************************************
000189 FD  CHECK-REG-FILE
000190     LABEL RECORDS ARE STANDARD
000191     RECORD CONTAINS 132 CHARACTERS.
000192 01  CHKREG-REC             PIC X(132).
000193 01  CHKREG-DETAIL-RECORD REDEFINES CHKREG-REC.
000194     02  CR-LEAD            PIC X(02).
000195     02  CR-CHECK-NO        PIC X(08).
000196     02  FILLER             PIC X(02).
000197     02  CR-EMP-ID          PIC X(05).
000198     02  FILLER             PIC X(03).
000199     02  CR-EMP-NAME        PIC X(20).
000200     02  FILLER             PIC X(02).
000201     02  CR-AMOUNT          PIC $$,$$$,$$9.99.
000202     02  FILLER             PIC X(77).
000203 01  CHKREG-TRAILER-RECORD REDEFINES CHKREG-REC.
000204     02  CT-TRAILER-TAG     PIC X(25).
000205     02  FILLER             PIC X(16).
000206     02  CT-COUNT           PIC ZZ,ZZ9.
000207     02  FILLER             PIC X(15).
000208     02  CT-TOTAL           PIC $$,$$$,$$9.99-.
000209     02  FILLER             PIC X(56).
000210 FD  GL-POST-FILE
000211     LABEL RECORDS ARE STANDARD
000212     RECORD CONTAINS 46 CHARACTERS.
000213 01  GL-POST-RECORD.
000214     02  GP-RUN-DATE        PIC 9(06).
000215     02  GP-ACCOUNT         PIC X(08).
000216     02  GP-DR-CR           PIC X(01).
000217         88  GL-DEBIT-ENTRY            VALUE 'D'.
000218         88  GL-CREDIT-ENTRY           VALUE 'C'.
000219     02  GP-AMOUNT          PIC S9(9)V99.
000220     02  GP-DESC            PIC X(20).
000221 FD  DEPT-RECAP-FILE
000222     LABEL RECORDS ARE STANDARD
000223     RECORD CONTAINS 36 CHARACTERS.
000224 01  DEPT-RECAP-RECORD.
000225     02  DR-DEPT            PIC X(04).
000226     02  DR-EMP-COUNT       PIC S9(5).
000227     02  DR-GROSS           PIC S9(7)V99.
000228     02  DR-OT-PAY          PIC S9(7)V99.
000229     02  DR-NET             PIC S9(7)V99.
000230 FD  HIST-FILE
000231     LABEL RECORDS ARE STANDARD
000232     RECORD CONTAINS 52 CHARACTERS.
000233 COPY HISTREC.
000234 FD  JOURNAL-FILE
000235     LABEL RECORDS ARE STANDARD
000236     RECORD CONTAINS 68 CHARACTERS.
000237 COPY JRNREC.
000238 FD  BAL-RPT-FILE
000239     LABEL RECORDS ARE STANDARD
000240     RECORD CONTAINS 132 CHARACTERS.
000241 01  BAL-RPT-REC            PIC X(132).
000242*
000243*****************************************************
000244* RUNCTL - CONTROLE DE EXECUCAO DA CADEIA DE FOLHA:
000245* O PAYBAL SO RODA DEPOIS DE UM EASYCALC TERMINADO, E
000246* O FIM DELE (RC 0) E O QUE LIBERA A TRANSMISSAO DO
000247* BANKPAY NO RUNCTL.
000248*****************************************************
000249 FD  RUN-CONTROL-FILE
000250     LABEL RECORDS ARE STANDARD
000251     RECORD CONTAINS 126 CHARACTERS.
000252 COPY RUNCREC.
000253*
000254*****************************************************
000255* SEGURANCA: CADASTRO DE OPERADORES (OPERFILE.DAT) E
000256* LOG DE SEGURANCA (SECLOG.DAT).
000257*****************************************************
000258 FD  OPERATOR-FILE
000259     LABEL RECORDS ARE STANDARD
000260     RECORD CONTAINS 60 CHARACTERS.
000261 COPY OPERREC.
000262 FD  SECURITY-LOG-FILE
000263     LABEL RECORDS ARE STANDARD
000264     RECORD CONTAINS 80 CHARACTERS.
000265 COPY SECLREC.
000266 WORKING-STORAGE SECTION.
000267 01  WS-SWITCHES.
000268     02  WS-REGISTER-EOF-SWITCH PIC X(01) VALUE 'N'.
000269         88  REGISTER-FILE-EOF         VALUE 'Y'.
000270     02  WS-BANK-EOF-SWITCH PIC X(01)  VALUE 'N'.
000271         88  BANK-FILE-EOF             VALUE 'Y'.
000272     02  WS-CHKREG-EOF-SWITCH PIC X(01) VALUE 'N'.
000273         88  CHKREG-FILE-EOF           VALUE 'Y'.
000274     02  WS-GLPOST-EOF-SWITCH PIC X(01) VALUE 'N'.
000275         88  GLPOST-FILE-EOF           VALUE 'Y'.
000276     02  WS-RECAP-EOF-SWITCH PIC X(01) VALUE 'N'.
000277         88  RECAP-FILE-EOF            VALUE 'Y'.
000278     02  WS-HIST-EOF-SWITCH PIC X(01)  VALUE 'N'.
000279         88  HIST-FILE-EOF             VALUE 'Y'.
000280     02  WS-JOURNAL-EOF-SWITCH PIC X(01) VALUE 'N'.
000281         88  JOURNAL-FILE-EOF          VALUE 'Y'.
000282     02  WS-REG-TRAILER-SWITCH PIC X(01) VALUE 'N'.
000283         88  REG-TRAILER-FOUND         VALUE 'Y'.
000284     02  WS-REG-TRIAL-SWITCH PIC X(01) VALUE 'N'.
000285         88  REG-TRIAL-RUN             VALUE 'Y'.
000286     02  WS-BANK-TRAILER-SWITCH PIC X(01) VALUE 'N'.
000287         88  BANK-TRAILER-FOUND        VALUE 'Y'.
000288     02  WS-CHK-TRAILER-SWITCH PIC X(01) VALUE 'N'.
000289         88  CHK-TRAILER-FOUND         VALUE 'Y'.
000290 01  WS-REGISTER-STATUS     PIC X(02)  VALUE '00'.
000291 01  WS-BANK-STATUS         PIC X(02)  VALUE '00'.
000292 01  WS-CHKREG-STATUS       PIC X(02)  VALUE '00'.
000293 01  WS-GLPOST-STATUS       PIC X(02)  VALUE '00'.
000294 01  WS-RECAP-STATUS        PIC X(02)  VALUE '00'.
000295 01  WS-HIST-STATUS         PIC X(02)  VALUE '00'.
000296 01  WS-JOURNAL-STATUS      PIC X(02)  VALUE '00'.
000297 01  WS-BALRPT-STATUS       PIC X(02)  VALUE '00'.
000298*
000299*****************************************************
000300* CONTROLE DE EXECUCAO (RUNCTL.DAT): DADOS DO REGISTRO
000301* QUE ESTE PROGRAMA GRAVA AO COMECAR E AO TERMINAR, E
000302* O ULTIMO REGISTRO DO PASSO ANTERIOR DA CADEIA, LIDO
000303* PELA 9200.
000304*****************************************************
000305 01  WS-RUNCTL-STATUS       PIC X(02)  VALUE '00'.
000306 01  RCL-WORK-AREAS.
000307     02  RCL-STEP-NAME      PIC X(08)  VALUE 'PAYBAL'.
000308     02  RCL-EVENT          PIC X(01)  VALUE SPACE.
000309     02  RCL-RUN-MODE       PIC X(01)  VALUE SPACE.
000310     02  RCL-RETURN-CODE    PIC 9(02)  VALUE ZERO.
000311     02  RCL-RUN-ID.
000312         03  RCL-PERIOD-END PIC 9(06)  VALUE ZERO.
000313         03  RCL-BATCH-NO   PIC 9(04)  VALUE ZERO.
000314     02  RCL-FILE-NAME      PIC X(12)  VALUE SPACES.
000315     02  RCL-REC-COUNT      PIC 9(07)  VALUE ZERO.
000316     02  RCL-HASH-TOTAL     PIC S9(11)V99 VALUE ZERO.
000317     02  RCL-OPERATOR-ID    PIC X(08)  VALUE SPACES.
000318     02  RCL-MESSAGE        PIC X(40)  VALUE SPACES.
000319     02  RCL-REFUSAL        PIC X(40)  VALUE SPACES.
000320     02  RCL-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000321         88  RUNCTL-FILE-EOF           VALUE 'Y'.
000322     02  RCL-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
000323         88  RCL-INPUT-EOF             VALUE 'Y'.
000324     02  RCL-READ-COUNT     PIC S9(7) COMP VALUE ZERO.
000325 01  RCL-PRIOR-STEP-AREA.
000326     02  RCL-PRIOR-STEP     PIC X(08)  VALUE 'EASYCALC'.
000327     02  RCL-PRIOR-EVENT    PIC X(01)  VALUE SPACE.
000328         88  PRIOR-STEP-NEVER-RAN      VALUE SPACE.
000329         88  PRIOR-STEP-FINISHED       VALUE 'F'.
000330     02  RCL-PRIOR-RC       PIC 9(02)  VALUE ZERO.
000331     02  RCL-PRIOR-RUN-ID   PIC X(10)  VALUE SPACES.
000332     02  RCL-PRIOR-COUNT    PIC 9(07)  VALUE ZERO.
000333     02  RCL-PRIOR-HASH     PIC S9(11)V99 VALUE ZERO.
000334     02  RCL-PRIOR-SEQ      PIC S9(7) COMP VALUE ZERO.
000335 01  WS-ABORT-MESSAGE       PIC X(40)  VALUE SPACES.
000336 01  WS-RUN-DATE.
000337     02  WS-RUN-YY          PIC 99.
000338     02  WS-RUN-MM          PIC 99.
000339     02  WS-RUN-DD          PIC 99.
000340 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
000341                            PIC 9(06).
000342 01  BAL-RUN-ID-IN.
000343     02  BAL-IN-PERIOD-END  PIC 9(06).
000344     02  BAL-IN-BATCH-NO    PIC 9(04).
000345 77  BAT-SUB                PIC S9(3) COMP  VALUE ZERO.
000346 77  BAT-HIT-SUB            PIC S9(3) COMP  VALUE ZERO.
000347 01  BAL-WORK-AREAS.
000348     02  BAL-CHK-PERIOD-END PIC 9(06)       VALUE ZERO.
000349     02  BAL-CHK-BATCH-NO   PIC 9(04)       VALUE ZERO.
000350     02  BAL-REC-DELTA      PIC S9(7)V99    VALUE ZERO.
000351     02  BAL-EDIT-AMOUNT    PIC S9(9)V99    VALUE ZERO.
000352     02  BAL-DATE-WORK.
000353         03  BAL-DATE-YY    PIC 99.
000354         03  BAL-DATE-MM    PIC 99.
000355         03  BAL-DATE-DD    PIC 99.
000356     02  BAL-DATE-NUM REDEFINES BAL-DATE-WORK
000357                            PIC 9(06).
000358*
000359*****************************************************
000360* VALORES LIDOS DE CADA ARQUIVO DO RUN. AS NOTAS
000361* FICAM EM BRANCO QUANDO O ARQUIVO FOI LIDO POR
000362* INTEIRO; NOTA PREENCHIDA (ARQUIVO AUSENTE, SEM
000363* TRAILER, RUN ESTORNADO) REPROVA AS PROVAS DELE.
000364*****************************************************
000365 01  BAL-TOTALS.
000366     02  BAL-REG-FIRST-DATE PIC 9(06)       VALUE ZERO.
000367     02  BAL-REG-LAST-DATE  PIC 9(06)       VALUE ZERO.
000368     02  BAL-REG-EMP-COUNT  PIC S9(7) COMP  VALUE ZERO.
000369     02  BAL-REG-HEAD-COUNT PIC S9(7) COMP  VALUE ZERO.
000370     02  BAL-REG-GROSS      PIC S9(9)V99    VALUE ZERO.
000371     02  BAL-REG-NET        PIC S9(9)V99    VALUE ZERO.
000372     02  BAL-BANK-RUN-DATE  PIC 9(06)       VALUE ZERO.
000373     02  BAL-BANK-DET-COUNT PIC S9(7) COMP  VALUE ZERO.
000374     02  BAL-BANK-DET-NET   PIC S9(9)V99    VALUE ZERO.
000375     02  BAL-BANK-TR-COUNT  PIC S9(7) COMP  VALUE ZERO.
000376     02  BAL-BANK-TR-HASH   PIC S9(9)V99    VALUE ZERO.
000377     02  BAL-BANK-NOTE      PIC X(20)       VALUE SPACES.
000378     02  BAL-CHK-DET-COUNT  PIC S9(7) COMP  VALUE ZERO.
000379     02  BAL-CHK-DET-TOTAL  PIC S9(9)V99    VALUE ZERO.
000380     02  BAL-CHK-TR-COUNT   PIC S9(7) COMP  VALUE ZERO.
000381     02  BAL-CHK-TR-TOTAL   PIC S9(9)V99    VALUE ZERO.
000382     02  BAL-CHK-NOTE       PIC X(20)       VALUE SPACES.
000383     02  BAL-GL-RUN-DATE    PIC 9(06)       VALUE ZERO.
000384     02  BAL-GL-DEBITS      PIC S9(9)V99    VALUE ZERO.
000385     02  BAL-GL-CREDITS     PIC S9(9)V99    VALUE ZERO.
000386     02  BAL-GL-NOTE        PIC X(20)       VALUE SPACES.
000387     02  BAL-RCP-EMP-COUNT  PIC S9(7) COMP  VALUE ZERO.
000388     02  BAL-RCP-GROSS      PIC S9(9)V99    VALUE ZERO.
000389     02  BAL-RCP-NET        PIC S9(9)V99    VALUE ZERO.
000390     02  BAL-RCP-NOTE       PIC X(20)       VALUE SPACES.
000391     02  BAL-HIST-ROWS      PIC S9(7) COMP  VALUE ZERO.
000392     02  BAL-HIST-GROSS     PIC S9(9)V99    VALUE ZERO.
000393     02  BAL-HIST-NET       PIC S9(9)V99    VALUE ZERO.
000394     02  BAL-HIST-NOTE      PIC X(20)       VALUE SPACES.
000395     02  BAL-JRN-DELTA      PIC S9(9)V99    VALUE ZERO.
000396     02  BAL-JRN-VOID-COUNT PIC S9(7) COMP  VALUE ZERO.
000397     02  BAL-JRN-NOTE       PIC X(20)       VALUE SPACES.
000398     02  BAL-BREAK-COUNT    PIC S9(3) COMP  VALUE ZERO.
000399*
000400*****************************************************
000401* AREA DE UMA PROVA: DESCRICAO, LADO ESQUERDO, LADO
000402* DIREITO E NOTA; IMPRESSA PELA 4800 (VALORES) OU PELA
000403* 4850 (CONTAGENS E DATAS).
000404*****************************************************
000405 01  BAL-PROOF-AREA.
000406     02  BAL-LABEL          PIC X(40)       VALUE SPACES.
000407     02  BAL-LEFT           PIC S9(9)V99    VALUE ZERO.
000408     02  BAL-RIGHT          PIC S9(9)V99    VALUE ZERO.
000409     02  BAL-NOTE           PIC X(20)       VALUE SPACES.
000410 01  BAL-BATCH-LABEL.
000411     02  FILLER             PIC X(06) VALUE 'BATCH '.
000412     02  BBL-PERIOD-END     PIC 9(06).
000413     02  FILLER             PIC X(01) VALUE '/'.
000414     02  BBL-BATCH-NO       PIC 9(04).
000415     02  BBL-TEXT           PIC X(23) VALUE SPACES.
000416*
000417*****************************************************
000418* TABELA DOS LOTES DO RUN, TIRADA DOS SUBTOTAIS POR
000419* LOTE DO PAYREG, COM O QUE O HISTORICO E O DIARIO
000420* SOMAM PARA CADA UM.
000421*****************************************************
000422 01  BAT-TABLE-AREA.
000423     02  BAT-COUNT          PIC S9(3) COMP  VALUE ZERO.
000424     02  BAT-ENTRY OCCURS 10 TIMES.
000425         03  BAT-PERIOD-END PIC 9(06).
000426         03  BAT-BATCH-NO   PIC 9(04).
000427         03  BAT-REG-GROSS  PIC S9(9)V99.
000428         03  BAT-HIST-GROSS PIC S9(9)V99.
000429         03  BAT-JRN-DELTA  PIC S9(9)V99.
000430 01  BAL-TITLE-LINE.
000431     02  FILLER             PIC X(24) VALUE SPACES.
000432     02  FILLER             PIC X(33)
000433         VALUE 'EASYCALC PAY RUN BALANCING REPORT'.
000434     02  FILLER             PIC X(75) VALUE SPACES.
000435 01  BAL-DATE-LINE.
000436     02  FILLER             PIC X(24) VALUE SPACES.
000437     02  FILLER             PIC X(10) VALUE 'RUN DATE: '.
000438     02  BD-RUN-MM          PIC 99.
000439     02  FILLER             PIC X(01) VALUE '/'.
000440     02  BD-RUN-DD          PIC 99.
000441     02  FILLER             PIC X(01) VALUE '/'.
000442     02  BD-RUN-YY          PIC 99.
000443     02  FILLER             PIC X(04) VALUE SPACES.
000444     02  FILLER             PIC X(08) VALUE 'RUN ID: '.
000445     02  BD-PERIOD-END      PIC 9(06).
000446     02  FILLER             PIC X(01) VALUE '/'.
000447     02  BD-BATCH-NO        PIC 9(04).
000448     02  FILLER             PIC X(67) VALUE SPACES.
000449 01  BAL-REGISTER-LINE.
000450     02  FILLER             PIC X(02) VALUE SPACES.
000451     02  FILLER             PIC X(14) VALUE 'PAYREG ITEMS: '.
000452     02  BRL-EMP-COUNT      PIC ZZ,ZZ9.
000453     02  FILLER             PIC X(02) VALUE SPACES.
000454     02  FILLER             PIC X(11) VALUE 'HEADCOUNT: '.
000455     02  BRL-HEAD-COUNT     PIC ZZ,ZZ9.
000456     02  FILLER             PIC X(02) VALUE SPACES.
000457     02  FILLER             PIC X(07) VALUE 'GROSS: '.
000458     02  BRL-GROSS          PIC $$$$,$$$,$$9.99-.
000459     02  FILLER             PIC X(02) VALUE SPACES.
000460     02  FILLER             PIC X(05) VALUE 'NET: '.
000461     02  BRL-NET            PIC $$$$,$$$,$$9.99-.
000462     02  FILLER             PIC X(43) VALUE SPACES.
000463 01  BAL-BATCH-LINE.
000464     02  FILLER             PIC X(04) VALUE SPACES.
000465     02  FILLER             PIC X(14) VALUE 'BATCH IN RUN: '.
000466     02  BBR-PERIOD-END     PIC 9(06).
000467     02  FILLER             PIC X(01) VALUE '/'.
000468     02  BBR-BATCH-NO       PIC 9(04).
000469     02  FILLER             PIC X(02) VALUE SPACES.
000470     02  FILLER             PIC X(16) VALUE 'REGISTER GROSS: '.
000471     02  BBR-GROSS          PIC $$$$,$$$,$$9.99-.
000472     02  FILLER             PIC X(69) VALUE SPACES.
000473 01  BAL-SECTION-LINE.
000474     02  FILLER             PIC X(02) VALUE SPACES.
000475     02  BS-TEXT            PIC X(40) VALUE SPACES.
000476     02  FILLER             PIC X(90) VALUE SPACES.
000477 01  BAL-HEADING-LINE.
000478     02  FILLER             PIC X(02) VALUE SPACES.
000479     02  FILLER             PIC X(40) VALUE 'PROOF'.
000480     02  FILLER             PIC X(16)
000481         VALUE '            LEFT'.
000482     02  FILLER             PIC X(03) VALUE SPACES.
000483     02  FILLER             PIC X(16)
000484         VALUE '           RIGHT'.
000485     02  FILLER             PIC X(03) VALUE SPACES.
000486     02  FILLER             PIC X(06) VALUE 'RESULT'.
000487     02  FILLER             PIC X(46) VALUE SPACES.
000488 01  BAL-AMOUNT-LINE.
000489     02  FILLER             PIC X(02) VALUE SPACES.
000490     02  PL-LABEL           PIC X(40).
000491     02  PL-LEFT            PIC $$$$,$$$,$$9.99-.
000492     02  FILLER             PIC X(03) VALUE SPACES.
000493     02  PL-RIGHT           PIC $$$$,$$$,$$9.99-.
000494     02  FILLER             PIC X(03) VALUE SPACES.
000495     02  PL-RESULT          PIC X(04).
000496     02  FILLER             PIC X(02) VALUE SPACES.
000497     02  PL-NOTE            PIC X(20).
000498     02  FILLER             PIC X(26) VALUE SPACES.
000499 01  BAL-COUNT-LINE.
000500     02  FILLER             PIC X(02) VALUE SPACES.
000501     02  PC-LABEL           PIC X(40).
000502     02  PC-LEFT            PIC Z(14)9-.
000503     02  FILLER             PIC X(03) VALUE SPACES.
000504     02  PC-RIGHT           PIC Z(14)9-.
000505     02  FILLER             PIC X(03) VALUE SPACES.
000506     02  PC-RESULT          PIC X(04).
000507     02  FILLER             PIC X(02) VALUE SPACES.
000508     02  PC-NOTE            PIC X(20).
000509     02  FILLER             PIC X(26) VALUE SPACES.
000510 01  BAL-RESULT-LINE.
000511     02  FILLER             PIC X(02) VALUE SPACES.
000512     02  BF-TEXT            PIC X(40) VALUE SPACES.
000513     02  FILLER             PIC X(08) VALUE 'BREAKS: '.
000514     02  BF-BREAKS          PIC ZZ9.
000515     02  FILLER             PIC X(79) VALUE SPACES.
000516*
000517*****************************************************
000518* SEGURANCA DE OPERADORES: OPERADOR IDENTIFICADO PELA
000519* 9400, PAPEL MINIMO EXIGIDO, SEGUNDO APROVADOR E
000520* DADOS DO PROXIMO REGISTRO DO SECLOG. A SENHA
000521* DIGITADA SO FICA NA AREA ATE O CALCULO DO CODIGO.
000522*****************************************************
000523 01  WS-OPERFILE-STATUS     PIC X(02)  VALUE '00'.
000524 01  WS-SECLOG-STATUS       PIC X(02)  VALUE '00'.
000525 01  SGN-ROLE-VALUES.
000526     02  SGN-ROLE-INQUIRY   PIC 9(01)  VALUE 1.
000527     02  SGN-ROLE-CLERK     PIC 9(01)  VALUE 2.
000528     02  SGN-ROLE-SUPERVISOR PIC 9(01) VALUE 3.
000529     02  SGN-ROLE-MANAGER   PIC 9(01)  VALUE 4.
000530 01  SGN-WORK-AREAS.
000531     02  SGN-PROGRAM        PIC X(08)  VALUE 'PAYBAL'.
000532     02  SGN-OPER-ID        PIC X(08)  VALUE SPACES.
000533     02  SGN-OPER-ROLE      PIC 9(01)  VALUE ZERO.
000534     02  SGN-APPROVER-ID    PIC X(08)  VALUE SPACES.
000535     02  SGN-REQUIRED-ROLE  PIC 9(01)  VALUE ZERO.
000536     02  SGN-CHECK-ROLE     PIC 9(01)  VALUE ZERO.
000537     02  SGN-ATTEMPTS       PIC 9(01)  VALUE ZERO.
000538     02  SGN-RESULT-SWITCH  PIC X(01)  VALUE 'N'.
000539         88  SIGN-ON-ACCEPTED          VALUE 'Y'.
000540     02  SGN-KEY-IN.
000541         03  SGN-IN-ID      PIC X(08)  VALUE SPACES.
000542         03  SGN-IN-PASSWORD PIC X(08) VALUE SPACES.
000543     02  SGN-KEY-CHARS REDEFINES SGN-KEY-IN.
000544         03  SGN-KEY-CHAR   PIC X(01)  OCCURS 16 TIMES.
000545     02  SGN-HASH           PIC 9(10)  VALUE ZERO.
000546     02  SGN-HASH-WORK      PIC 9(12)  VALUE ZERO.
000547     02  SGN-HASH-QUOTIENT  PIC 9(12)  VALUE ZERO.
000548     02  SGN-CHAR-POS       PIC 9(02)  VALUE ZERO.
000549     02  SGN-LOG-EVENT      PIC X(01)  VALUE SPACE.
000550     02  SGN-LOG-OPER-ID    PIC X(08)  VALUE SPACES.
000551     02  SGN-LOG-DETAIL     PIC X(40)  VALUE SPACES.
000552 01  SGN-CHAR-VALUES.
000553     02  FILLER             PIC X(32)
000554         VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
000555     02  FILLER             PIC X(32)
000556         VALUE '56789abcdefghijklmnopqrstuvwxyz-'.
000557 01  SGN-CHAR-TABLE REDEFINES SGN-CHAR-VALUES.
000558     02  SGN-CHAR           PIC X(01)  OCCURS 64 TIMES.
000559 77  SGN-KEY-SUB            PIC S9(3) COMP  VALUE ZERO.
000560 77  SGN-CHAR-SUB           PIC S9(3) COMP  VALUE ZERO.
000561 PROCEDURE DIVISION.
000562 0000-MAINLINE.
000563     PERFORM 1000-INITIALIZE-RUN
000564         THRU 1000-EXIT.
000565     PERFORM 2000-READ-REGISTER
000566         THRU 2000-EXIT.
000567     PERFORM 3000-READ-BANK-FILE
000568         THRU 3000-EXIT.
000569     PERFORM 3100-READ-CHECK-REG
000570         THRU 3100-EXIT.
000571     PERFORM 3200-READ-GL-POST
000572         THRU 3200-EXIT.
000573     PERFORM 3300-READ-DEPT-RECAP
000574         THRU 3300-EXIT.
000575     PERFORM 3400-READ-HISTORY
000576         THRU 3400-EXIT.
000577     PERFORM 3500-READ-JOURNAL
000578         THRU 3500-EXIT.
000579     PERFORM 4000-WRITE-PROOF-PAGE
000580         THRU 4000-EXIT.
000581     PERFORM 8000-TERMINATE-RUN
000582         THRU 8000-EXIT.
000583     STOP RUN.
000584*
000585*****************************************************
000586* 1000-INITIALIZE-RUN - PEDE O RUN-ID AO OPERADOR,
000587* ABRE O PAYREG E O RELATORIO E IMPRIME O CABECALHO.
000588*****************************************************
000589 1000-INITIALIZE-RUN.
000590     ACCEPT WS-RUN-DATE FROM DATE.
000591     DISPLAY 'PAYBAL - ENTER RUN ID TO BALANCE'.
000592     DISPLAY '(PERIOD END YYMMDD + BATCH NNNN):'.
000593     ACCEPT BAL-RUN-ID-IN.
000594     PERFORM 1100-CHECK-RUN-CONTROL
000595         THRU 1100-EXIT.
000596     OPEN INPUT REGISTER-FILE.
000597     IF WS-REGISTER-STATUS NOT = '00'
000598         MOVE 'PAY REGISTER PAYREG NOT AVAILABLE' TO
000599             WS-ABORT-MESSAGE
000600         PERFORM 9000-ABORT-RUN
000601             THRU 9000-EXIT
000602     END-IF.
000603     OPEN OUTPUT BAL-RPT-FILE.
000604     MOVE WS-RUN-MM TO BD-RUN-MM.
000605     MOVE WS-RUN-DD TO BD-RUN-DD.
000606     MOVE WS-RUN-YY TO BD-RUN-YY.
000607     MOVE BAL-IN-PERIOD-END TO BD-PERIOD-END.
000608     MOVE BAL-IN-BATCH-NO TO BD-BATCH-NO.
000609     WRITE BAL-RPT-REC FROM BAL-TITLE-LINE
000610         AFTER ADVANCING PAGE.
000611     WRITE BAL-RPT-REC FROM BAL-DATE-LINE
000612         AFTER ADVANCING 1 LINE.
000613 1000-EXIT.
000614     EXIT.
000615*
000616*****************************************************
000617* 1100-CHECK-RUN-CONTROL - CONFERE NO RUNCTL QUE O
000618* ULTIMO EASYCALC DE PAGAMENTO TERMINOU (RC ABAIXO DE
000619* 16; AVISOS RC 8 SAO JUSTAMENTE O QUE ESTA CONFERENCIA
000620* APURA). EASYCALC NUNCA RODADO, ABORTADO OU AINDA SEM
000621* FIM SO PASSA COM LIBERACAO DO SUPERVISOR. GRAVA O
000622* INICIO DESTA CONFERENCIA COM O RUN-ID INFORMADO.
000623*****************************************************
000624 1100-CHECK-RUN-CONTROL.
000625     MOVE BAL-RUN-ID-IN TO RCL-RUN-ID.
000626     PERFORM 9200-READ-RUN-CONTROL
000627         THRU 9200-EXIT.
000628     IF PRIOR-STEP-NEVER-RAN
000629         MOVE 'EASYCALC HAS NOT BEEN RUN' TO RCL-REFUSAL
000630         GO TO 1100-REFUSED
000631     END-IF.
000632     IF NOT PRIOR-STEP-FINISHED
000633         MOVE 'EASYCALC DID NOT FINISH' TO RCL-REFUSAL
000634         GO TO 1100-REFUSED
000635     END-IF.
000636     IF RCL-PRIOR-RC >= 16
000637         MOVE 'EASYCALC ABORTED' TO RCL-REFUSAL
000638         GO TO 1100-REFUSED
000639     END-IF.
000640     GO TO 1100-WRITE-START.
000641 1100-REFUSED.
000642     PERFORM 9300-REQUEST-OVERRIDE
000643         THRU 9300-EXIT.
000644 1100-WRITE-START.
000645     MOVE 'S' TO RCL-EVENT.
000646     PERFORM 9100-WRITE-RUN-CONTROL
000647         THRU 9100-EXIT.
000648 1100-EXIT.
000649     EXIT.
000650*
000651*****************************************************
000652* 2000-READ-REGISTER - PERCORRE O PAYREG GUARDANDO A
000653* DATA DO RUN, OS LOTES E O TRAILER. REGISTRO SEM
000654* TRAILER (RUN NAO TERMINADO), DE RUN DE TESTE OU DE
000655* OUTRO RUN (RUN-ID FORA DOS LOTES DELE) ABORTA: NAO
000656* HA O QUE CONFERIR.
000657*****************************************************
000658 2000-READ-REGISTER.
000659     PERFORM 2100-READ-REGISTER-REC
000660         THRU 2100-EXIT.
000661     PERFORM 2200-CHECK-REGISTER-LINE
000662         THRU 2200-EXIT
000663         UNTIL REGISTER-FILE-EOF.
000664     CLOSE REGISTER-FILE.
000665     IF NOT REG-TRAILER-FOUND
000666         MOVE 'PAYREG HAS NO END-OF-RUN TRAILER' TO
000667             WS-ABORT-MESSAGE
000668         PERFORM 9000-ABORT-RUN
000669             THRU 9000-EXIT
000670     END-IF.
000671     IF REG-TRIAL-RUN
000672         MOVE 'PAYREG IS FROM A TRIAL RUN' TO
000673             WS-ABORT-MESSAGE
000674         PERFORM 9000-ABORT-RUN
000675             THRU 9000-EXIT
000676     END-IF.
000677     MOVE BAL-IN-PERIOD-END TO BAL-CHK-PERIOD-END.
000678     MOVE BAL-IN-BATCH-NO TO BAL-CHK-BATCH-NO.
000679     PERFORM 2500-SEARCH-BATCH-TABLE
000680         THRU 2500-EXIT.
000681     IF BAT-HIT-SUB = ZERO
000682         MOVE 'RUN ID NOT ON THIS PAYREG' TO
000683             WS-ABORT-MESSAGE
000684         PERFORM 9000-ABORT-RUN
000685             THRU 9000-EXIT
000686     END-IF.
000687 2000-EXIT.
000688     EXIT.
000689*
000690*****************************************************
000691* 2100-READ-REGISTER-REC - LE A PROXIMA LINHA DO
000692* PAYREG.
000693*****************************************************
000694 2100-READ-REGISTER-REC.
000695     READ REGISTER-FILE
000696         AT END
000697             MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
000698     END-READ.
000699 2100-EXIT.
000700     EXIT.
000701*
000702*****************************************************
000703* 2200-CHECK-REGISTER-LINE - RECONHECE A LINHA PELO
000704* TEXTO FIXO DELA: TITULO COM CARIMBO DE TESTE, DATA
000705* DO RUN (A PRIMEIRA E A DO INICIO, A ULTIMA A DO FIM,
000706* QUE DIFEREM SE HOUVE RESTART EM OUTRO DIA), SUBTOTAL
000707* DE LOTE E TRAILER; AS DEMAIS LINHAS SAO IGNORADAS.
000708*****************************************************
000709 2200-CHECK-REGISTER-LINE.
000710     IF RG-TITLE = 'EASYCALC PAYROLL REGISTER'
000711         IF RG-TRIAL-STAMP NOT = SPACES
000712             MOVE 'Y' TO WS-REG-TRIAL-SWITCH
000713         END-IF
000714         GO TO 2200-READ-NEXT
000715     END-IF.
000716     IF RG-DATE-TAG = 'RUN DATE: '
000717         MOVE RG-RUN-YY TO BAL-DATE-YY
000718         MOVE RG-RUN-MM TO BAL-DATE-MM
000719         MOVE RG-RUN-DD TO BAL-DATE-DD
000720         IF BAL-REG-FIRST-DATE = ZERO
000721             MOVE BAL-DATE-NUM TO BAL-REG-FIRST-DATE
000722         END-IF
000723         MOVE BAL-DATE-NUM TO BAL-REG-LAST-DATE
000724         GO TO 2200-READ-NEXT
000725     END-IF.
000726     IF RG-BATCH-TAG = '** BATCH '
000727         PERFORM 2300-STORE-BATCH
000728             THRU 2300-EXIT
000729         GO TO 2200-READ-NEXT
000730     END-IF.
000731     IF RG-TRAILER-TAG = '*** END OF RUN ***'
000732         MOVE 'Y' TO WS-REG-TRAILER-SWITCH
000733         MOVE RG-TR-EMP-COUNT TO BAL-REG-EMP-COUNT
000734         MOVE RG-TR-HEAD-COUNT TO BAL-REG-HEAD-COUNT
000735         MOVE RG-TR-GROSS TO BAL-REG-GROSS
000736         MOVE RG-TR-NET TO BAL-REG-NET
000737     END-IF.
000738 2200-READ-NEXT.
000739     PERFORM 2100-READ-REGISTER-REC
000740         THRU 2100-EXIT.
000741 2200-EXIT.
000742     EXIT.
000743*
000744*****************************************************
000745* 2300-STORE-BATCH - GUARDA NA TABELA UM LOTE DA LINHA
000746* DE SUBTOTAL DO PAYREG, COM O GROSS DELE.
000747*****************************************************
000748 2300-STORE-BATCH.
000749     IF BAT-COUNT >= 10
000750         MOVE 'BATCH TABLE FULL - TOO MANY BATCHES' TO
000751             WS-ABORT-MESSAGE
000752         PERFORM 9000-ABORT-RUN
000753             THRU 9000-EXIT
000754     END-IF.
000755     ADD 1 TO BAT-COUNT.
000756     MOVE RG-PERIOD-END TO BAT-PERIOD-END (BAT-COUNT).
000757     MOVE RG-BATCH-NO TO BAT-BATCH-NO (BAT-COUNT).
000758     MOVE RG-BATCH-GROSS TO BAT-REG-GROSS (BAT-COUNT).
000759     MOVE ZERO TO BAT-HIST-GROSS (BAT-COUNT).
000760     MOVE ZERO TO BAT-JRN-DELTA (BAT-COUNT).
000761 2300-EXIT.
000762     EXIT.
000763*
000764*****************************************************
000765* 2500-SEARCH-BATCH-TABLE - PROCURA O PERIODO/LOTE EM
000766* BAL-CHK-PERIOD-END/BAL-CHK-BATCH-NO NA TABELA DE
000767* LOTES DO RUN; DEIXA O INDICE EM BAT-HIT-SUB, OU ZERO.
000768*****************************************************
000769 2500-SEARCH-BATCH-TABLE.
000770     MOVE ZERO TO BAT-HIT-SUB.
000771     PERFORM 2510-MATCH-BATCH-ENTRY
000772         THRU 2510-EXIT
000773         VARYING BAT-SUB FROM 1 BY 1
000774         UNTIL BAT-SUB > BAT-COUNT.
000775 2500-EXIT.
000776     EXIT.
000777*
000778*****************************************************
000779* 2510-MATCH-BATCH-ENTRY - COMPARA UMA ENTRADA DA
000780* TABELA COM O PERIODO/LOTE PROCURADO.
000781*****************************************************
000782 2510-MATCH-BATCH-ENTRY.
000783     IF BAT-PERIOD-END (BAT-SUB) = BAL-CHK-PERIOD-END
000784         AND BAT-BATCH-NO (BAT-SUB) = BAL-CHK-BATCH-NO
000785         MOVE BAT-SUB TO BAT-HIT-SUB
000786     END-IF.
000787 2510-EXIT.
000788     EXIT.
000789*
000790*****************************************************
000791* 3000-READ-BANK-FILE - SOMA OS DEPOSITOS DO BANKPAY E
000792* GUARDA A DATA DO HEADER E A CONTAGEM E O HASH DO
000793* TRAILER.
000794*****************************************************
000795 3000-READ-BANK-FILE.
000796     OPEN INPUT BANK-FILE.
000797     IF WS-BANK-STATUS NOT = '00'
000798         MOVE 'FILE NOT FOUND' TO BAL-BANK-NOTE
000799         GO TO 3000-EXIT
000800     END-IF.
000801     PERFORM 3010-READ-BANK
000802         THRU 3010-EXIT.
000803     PERFORM 3020-TALLY-BANK
000804         THRU 3020-EXIT
000805         UNTIL BANK-FILE-EOF.
000806     CLOSE BANK-FILE.
000807     IF NOT BANK-TRAILER-FOUND
000808         MOVE 'NO TRAILER RECORD' TO BAL-BANK-NOTE
000809     END-IF.
000810 3000-EXIT.
000811     EXIT.
000812*
000813*****************************************************
000814* 3010-READ-BANK - LE O PROXIMO REGISTRO DO BANKPAY.
000815*****************************************************
000816 3010-READ-BANK.
000817     READ BANK-FILE
000818         AT END
000819             MOVE 'Y' TO WS-BANK-EOF-SWITCH
000820     END-READ.
000821 3010-EXIT.
000822     EXIT.
000823*
000824*****************************************************
000825* 3020-TALLY-BANK - ACUMULA UM REGISTRO DO BANKPAY
000826* CONFORME O TIPO (HEADER, DEPOSITO OU TRAILER).
000827*****************************************************
000828 3020-TALLY-BANK.
000829     IF BANK-HEADER-REC
000830         MOVE BK-RUN-DATE TO BAL-BANK-RUN-DATE
000831     END-IF.
000832     IF BANK-DETAIL-REC
000833         ADD 1 TO BAL-BANK-DET-COUNT
000834         ADD BK-NET-AMOUNT TO BAL-BANK-DET-NET
000835     END-IF.
000836     IF BANK-TRAILER-REC
000837         MOVE 'Y' TO WS-BANK-TRAILER-SWITCH
000838         MOVE BK-RECORD-COUNT TO BAL-BANK-TR-COUNT
000839         MOVE BK-HASH-NET TO BAL-BANK-TR-HASH
000840     END-IF.
000841     PERFORM 3010-READ-BANK
000842         THRU 3010-EXIT.
000843 3020-EXIT.
000844     EXIT.
000845*
000846*****************************************************
000847* 3100-READ-CHECK-REG - SOMA AS LINHAS DE CHEQUE DO
000848* CHKREG E GUARDA A CONTAGEM E O TOTAL DO TRAILER.
000849*****************************************************
000850 3100-READ-CHECK-REG.
000851     OPEN INPUT CHECK-REG-FILE.
000852     IF WS-CHKREG-STATUS NOT = '00'
000853         MOVE 'FILE NOT FOUND' TO BAL-CHK-NOTE
000854         GO TO 3100-EXIT
000855     END-IF.
000856     PERFORM 3110-READ-CHECK
000857         THRU 3110-EXIT.
000858     PERFORM 3120-TALLY-CHECK
000859         THRU 3120-EXIT
000860         UNTIL CHKREG-FILE-EOF.
000861     CLOSE CHECK-REG-FILE.
000862     IF NOT CHK-TRAILER-FOUND
000863         MOVE 'NO TRAILER RECORD' TO BAL-CHK-NOTE
000864     END-IF.
000865 3100-EXIT.
000866     EXIT.
000867*
000868*****************************************************
000869* 3110-READ-CHECK - LE A PROXIMA LINHA DO CHKREG.
000870*****************************************************
000871 3110-READ-CHECK.
000872     READ CHECK-REG-FILE
000873         AT END
000874             MOVE 'Y' TO WS-CHKREG-EOF-SWITCH
000875     END-READ.
000876 3110-EXIT.
000877     EXIT.
000878*
000879*****************************************************
000880* 3120-TALLY-CHECK - LINHA COM NUMERO DE CHEQUE NAS
000881* COLUNAS 3-10 E CHEQUE EMITIDO; A LINHA DE FIM DE
000882* CHEQUES E O TRAILER; TITULO E CABECALHO IGNORADOS.
000883*****************************************************
000884 3120-TALLY-CHECK.
000885     IF CT-TRAILER-TAG = '*** END OF CHECK RUN ***'
000886         MOVE 'Y' TO WS-CHK-TRAILER-SWITCH
000887         MOVE CT-COUNT TO BAL-CHK-TR-COUNT
000888         MOVE CT-TOTAL TO BAL-CHK-TR-TOTAL
000889         GO TO 3120-READ-NEXT
000890     END-IF.
000891     IF CR-LEAD = SPACES
000892         AND CR-CHECK-NO IS NUMERIC
000893         ADD 1 TO BAL-CHK-DET-COUNT
000894         MOVE CR-AMOUNT TO BAL-EDIT-AMOUNT
000895         ADD BAL-EDIT-AMOUNT TO BAL-CHK-DET-TOTAL
000896     END-IF.
000897 3120-READ-NEXT.
000898     PERFORM 3110-READ-CHECK
000899         THRU 3110-EXIT.
000900 3120-EXIT.
000901     EXIT.
000902*
000903*****************************************************
000904* 3200-READ-GL-POST - SOMA OS DEBITOS E OS CREDITOS DO
000905* GLPOST E GUARDA A DATA DO RUN GRAVADA NELE.
000906*****************************************************
000907 3200-READ-GL-POST.
000908     OPEN INPUT GL-POST-FILE.
000909     IF WS-GLPOST-STATUS NOT = '00'
000910         MOVE 'FILE NOT FOUND' TO BAL-GL-NOTE
000911         GO TO 3200-EXIT
000912     END-IF.
000913     PERFORM 3210-READ-GL
000914         THRU 3210-EXIT.
000915     PERFORM 3220-TALLY-GL
000916         THRU 3220-EXIT
000917         UNTIL GLPOST-FILE-EOF.
000918     CLOSE GL-POST-FILE.
000919 3200-EXIT.
000920     EXIT.
000921*
000922*****************************************************
000923* 3210-READ-GL - LE O PROXIMO LANCAMENTO DO GLPOST.
000924*****************************************************
000925 3210-READ-GL.
000926     READ GL-POST-FILE
000927         AT END
000928             MOVE 'Y' TO WS-GLPOST-EOF-SWITCH
000929     END-READ.
000930 3210-EXIT.
000931     EXIT.
000932*
000933*****************************************************
000934* 3220-TALLY-GL - ACUMULA UM LANCAMENTO NO TOTAL DE
000935* DEBITOS OU DE CREDITOS.
000936*****************************************************
000937 3220-TALLY-GL.
000938     MOVE GP-RUN-DATE TO BAL-GL-RUN-DATE.
000939     IF GL-DEBIT-ENTRY
000940         ADD GP-AMOUNT TO BAL-GL-DEBITS
000941     END-IF.
000942     IF GL-CREDIT-ENTRY
000943         ADD GP-AMOUNT TO BAL-GL-CREDITS
000944     END-IF.
000945     PERFORM 3210-READ-GL
000946         THRU 3210-EXIT.
000947 3220-EXIT.
000948     EXIT.
000949*
000950*****************************************************
000951* 3300-READ-DEPT-RECAP - SOMA FUNCIONARIOS, GROSS E
000952* LIQUIDO DA RECAPITULACAO POR DEPARTAMENTO.
000953*****************************************************
000954 3300-READ-DEPT-RECAP.
000955     OPEN INPUT DEPT-RECAP-FILE.
000956     IF WS-RECAP-STATUS NOT = '00'
000957         MOVE 'FILE NOT FOUND' TO BAL-RCP-NOTE
000958         GO TO 3300-EXIT
000959     END-IF.
000960     PERFORM 3310-READ-RECAP
000961         THRU 3310-EXIT.
000962     PERFORM 3320-TALLY-RECAP
000963         THRU 3320-EXIT
000964         UNTIL RECAP-FILE-EOF.
000965     CLOSE DEPT-RECAP-FILE.
000966 3300-EXIT.
000967     EXIT.
000968*
000969*****************************************************
000970* 3310-READ-RECAP - LE O PROXIMO TOTAL DE DEPARTAMENTO.
000971*****************************************************
000972 3310-READ-RECAP.
000973     READ DEPT-RECAP-FILE
000974         AT END
000975             MOVE 'Y' TO WS-RECAP-EOF-SWITCH
000976     END-READ.
000977 3310-EXIT.
000978     EXIT.
000979*
000980*****************************************************
000981* 3320-TALLY-RECAP - ACUMULA UM TOTAL DE DEPARTAMENTO.
000982*****************************************************
000983 3320-TALLY-RECAP.
000984     ADD DR-EMP-COUNT TO BAL-RCP-EMP-COUNT.
000985     ADD DR-GROSS TO BAL-RCP-GROSS.
000986     ADD DR-NET TO BAL-RCP-NET.
000987     PERFORM 3310-READ-RECAP
000988         THRU 3310-EXIT.
000989 3320-EXIT.
000990     EXIT.
000991*
000992*****************************************************
000993* 3400-READ-HISTORY - PERCORRE O PAYHIST EM ORDEM DE
000994* CHAVE CONTANDO AS LINHAS DOS LOTES DO RUN E SOMANDO
000995* GROSS E LIQUIDO DELAS, NO TOTAL E POR LOTE.
000996*****************************************************
000997 3400-READ-HISTORY.
000998     OPEN INPUT HIST-FILE.
000999     IF WS-HIST-STATUS NOT = '00'
001000         MOVE 'FILE NOT FOUND' TO BAL-HIST-NOTE
001001         GO TO 3400-EXIT
001002     END-IF.
001003     MOVE LOW-VALUES TO PH-KEY.
001004     START HIST-FILE KEY NOT < PH-KEY
001005         INVALID KEY
001006             MOVE 'Y' TO WS-HIST-EOF-SWITCH
001007     END-START.
001008     PERFORM 3410-READ-NEXT-HIST
001009         THRU 3410-EXIT.
001010     PERFORM 3420-TALLY-HIST
001011         THRU 3420-EXIT
001012         UNTIL HIST-FILE-EOF.
001013     CLOSE HIST-FILE.
001014 3400-EXIT.
001015     EXIT.
001016*
001017*****************************************************
001018* 3410-READ-NEXT-HIST - LE A PROXIMA LINHA DO PAYHIST
001019* EM ORDEM DE CHAVE.
001020*****************************************************
001021 3410-READ-NEXT-HIST.
001022     IF HIST-FILE-EOF
001023         GO TO 3410-EXIT
001024     END-IF.
001025     READ HIST-FILE NEXT RECORD
001026         AT END
001027             MOVE 'Y' TO WS-HIST-EOF-SWITCH
001028     END-READ.
001029 3410-EXIT.
001030     EXIT.
001031*
001032*****************************************************
001033* 3420-TALLY-HIST - ACUMULA A LINHA DO HISTORICO SE
001034* ELA E DE UM DOS LOTES DO RUN.
001035*****************************************************
001036 3420-TALLY-HIST.
001037     MOVE PH-PERIOD-END TO BAL-CHK-PERIOD-END.
001038     MOVE PH-BATCH-NO TO BAL-CHK-BATCH-NO.
001039     PERFORM 2500-SEARCH-BATCH-TABLE
001040         THRU 2500-EXIT.
001041     IF BAT-HIT-SUB > ZERO
001042         ADD 1 TO BAL-HIST-ROWS
001043         ADD PH-GROSS TO BAL-HIST-GROSS
001044         ADD PH-NET TO BAL-HIST-NET
001045         ADD PH-GROSS TO BAT-HIST-GROSS (BAT-HIT-SUB)
001046     END-IF.
001047     PERFORM 3410-READ-NEXT-HIST
001048         THRU 3410-EXIT.
001049 3420-EXIT.
001050     EXIT.
001051*
001052*****************************************************
001053* 3500-READ-JOURNAL - SOMA, NO TOTAL E POR LOTE, O
001054* DELTA DE GROSS (IMAGEM-DEPOIS MENOS IMAGEM-ANTES) DOS
001055* REGISTROS DO DIARIO MARCADOS COM OS LOTES DO RUN.
001056* ESTORNO DO PAYBKOUT ('V') ENTRA NA SOMA E E APONTADO
001057* NA NOTA: O RUN ESTORNADO NAO FECHA MAIS COM O GROSS.
001058*****************************************************
001059 3500-READ-JOURNAL.
001060     OPEN INPUT JOURNAL-FILE.
001061     IF WS-JOURNAL-STATUS NOT = '00'
001062         MOVE 'FILE NOT FOUND' TO BAL-JRN-NOTE
001063         GO TO 3500-EXIT
001064     END-IF.
001065     PERFORM 3510-READ-JOURNAL
001066         THRU 3510-EXIT.
001067     PERFORM 3520-TALLY-JOURNAL
001068         THRU 3520-EXIT
001069         UNTIL JOURNAL-FILE-EOF.
001070     CLOSE JOURNAL-FILE.
001071     IF BAL-JRN-VOID-COUNT > ZERO
001072         MOVE 'RUN BACKED OUT' TO BAL-JRN-NOTE
001073     END-IF.
001074 3500-EXIT.
001075     EXIT.
001076*
001077*****************************************************
001078* 3510-READ-JOURNAL - LE O PROXIMO REGISTRO DO DIARIO.
001079*****************************************************
001080 3510-READ-JOURNAL.
001081     READ JOURNAL-FILE
001082         AT END
001083             MOVE 'Y' TO WS-JOURNAL-EOF-SWITCH
001084     END-READ.
001085 3510-EXIT.
001086     EXIT.
001087*
001088*****************************************************
001089* 3520-TALLY-JOURNAL - ACUMULA O DELTA DE GROSS DO
001090* REGISTRO DO DIARIO SE ELE E DE UM DOS LOTES DO RUN.
001091*****************************************************
001092 3520-TALLY-JOURNAL.
001093     MOVE JR-PERIOD-END TO BAL-CHK-PERIOD-END.
001094     MOVE JR-BATCH-NO TO BAL-CHK-BATCH-NO.
001095     PERFORM 2500-SEARCH-BATCH-TABLE
001096         THRU 2500-EXIT.
001097     IF BAT-HIT-SUB = ZERO
001098         GO TO 3520-READ-NEXT
001099     END-IF.
001100     SUBTRACT JR-BEF-GROSS FROM JR-AFT-GROSS
001101         GIVING BAL-REC-DELTA.
001102     ADD BAL-REC-DELTA TO BAL-JRN-DELTA.
001103     ADD BAL-REC-DELTA TO BAT-JRN-DELTA (BAT-HIT-SUB).
001104     IF JOURNAL-VOID-ACTION
001105         ADD 1 TO BAL-JRN-VOID-COUNT
001106     END-IF.
001107 3520-READ-NEXT.
001108     PERFORM 3510-READ-JOURNAL
001109         THRU 3510-EXIT.
001110 3520-EXIT.
001111     EXIT.
001112*
001113*****************************************************
001114* 4000-WRITE-PROOF-PAGE - IMPRIME O RESUMO DO PAYREG,
001115* OS LOTES DO RUN E AS PROVAS EM TRES GRUPOS:
001116* TESOURARIA (BANCO E CHEQUES), CONTABILIDADE (GLPOST
001117* E RECAPITULACAO) E HISTORICO (PAYHIST E YTDJRNL).
001118* AS DATAS CONFEREM QUE BANKPAY E GLPOST SAO DESTE RUN
001119* E NAO DE UM RUN ANTERIOR.
001120*****************************************************
001121 4000-WRITE-PROOF-PAGE.
001122     MOVE BAL-REG-EMP-COUNT TO BRL-EMP-COUNT.
001123     MOVE BAL-REG-HEAD-COUNT TO BRL-HEAD-COUNT.
001124     MOVE BAL-REG-GROSS TO BRL-GROSS.
001125     MOVE BAL-REG-NET TO BRL-NET.
001126     WRITE BAL-RPT-REC FROM BAL-REGISTER-LINE
001127         AFTER ADVANCING 2 LINES.
001128     PERFORM 4010-WRITE-BATCH-LINE
001129         THRU 4010-EXIT
001130         VARYING BAT-SUB FROM 1 BY 1
001131         UNTIL BAT-SUB > BAT-COUNT.
001132     WRITE BAL-RPT-REC FROM BAL-HEADING-LINE
001133         AFTER ADVANCING 2 LINES.
001134     MOVE 'TREASURY - BANK AND CHECKS' TO BS-TEXT.
001135     WRITE BAL-RPT-REC FROM BAL-SECTION-LINE
001136         AFTER ADVANCING 2 LINES.
001137     MOVE 'BANKPAY HEADER DATE = PAYREG RUN DATE' TO
001138         BAL-LABEL.
001139     MOVE BAL-BANK-RUN-DATE TO BAL-LEFT.
001140     MOVE BAL-REG-FIRST-DATE TO BAL-RIGHT.
001141     MOVE BAL-BANK-NOTE TO BAL-NOTE.
001142     PERFORM 4850-PRINT-COUNT-PROOF
001143         THRU 4850-EXIT.
001144     MOVE 'BANKPAY TRAILER COUNT = DEPOSITS' TO BAL-LABEL.
001145     MOVE BAL-BANK-TR-COUNT TO BAL-LEFT.
001146     MOVE BAL-BANK-DET-COUNT TO BAL-RIGHT.
001147     MOVE BAL-BANK-NOTE TO BAL-NOTE.
001148     PERFORM 4850-PRINT-COUNT-PROOF
001149         THRU 4850-EXIT.
001150     MOVE 'BANKPAY TRAILER HASH = DEPOSITS' TO BAL-LABEL.
001151     MOVE BAL-BANK-TR-HASH TO BAL-LEFT.
001152     MOVE BAL-BANK-DET-NET TO BAL-RIGHT.
001153     MOVE BAL-BANK-NOTE TO BAL-NOTE.
001154     PERFORM 4800-PRINT-AMOUNT-PROOF
001155         THRU 4800-EXIT.
001156     MOVE 'CHKREG TRAILER COUNT = CHECK LINES' TO BAL-LABEL.
001157     MOVE BAL-CHK-TR-COUNT TO BAL-LEFT.
001158     MOVE BAL-CHK-DET-COUNT TO BAL-RIGHT.
001159     MOVE BAL-CHK-NOTE TO BAL-NOTE.
001160     PERFORM 4850-PRINT-COUNT-PROOF
001161         THRU 4850-EXIT.
001162     MOVE 'CHKREG TRAILER TOTAL = CHECK LINES' TO BAL-LABEL.
001163     MOVE BAL-CHK-TR-TOTAL TO BAL-LEFT.
001164     MOVE BAL-CHK-DET-TOTAL TO BAL-RIGHT.
001165     MOVE BAL-CHK-NOTE TO BAL-NOTE.
001166     PERFORM 4800-PRINT-AMOUNT-PROOF
001167         THRU 4800-EXIT.
001168     MOVE 'PAYREG NET = DEPOSITS + CHECKS' TO BAL-LABEL.
001169     MOVE BAL-REG-NET TO BAL-LEFT.
001170     ADD BAL-BANK-TR-HASH BAL-CHK-TR-TOTAL
001171         GIVING BAL-RIGHT.
001172     MOVE BAL-BANK-NOTE TO BAL-NOTE.
001173     IF BAL-NOTE = SPACES
001174         MOVE BAL-CHK-NOTE TO BAL-NOTE
001175     END-IF.
001176     PERFORM 4800-PRINT-AMOUNT-PROOF
001177         THRU 4800-EXIT.
001178     MOVE 'ACCOUNTING - GL POSTING AND RECAP' TO BS-TEXT.
001179     WRITE BAL-RPT-REC FROM BAL-SECTION-LINE
001180         AFTER ADVANCING 2 LINES.
001181     MOVE 'GLPOST RUN DATE = PAYREG RUN DATE' TO BAL-LABEL.
001182     MOVE BAL-GL-RUN-DATE TO BAL-LEFT.
001183     MOVE BAL-REG-LAST-DATE TO BAL-RIGHT.
001184     MOVE BAL-GL-NOTE TO BAL-NOTE.
001185     PERFORM 4850-PRINT-COUNT-PROOF
001186         THRU 4850-EXIT.
001187     MOVE 'GLPOST DEBITS = PAYREG GROSS' TO BAL-LABEL.
001188     MOVE BAL-GL-DEBITS TO BAL-LEFT.
001189     MOVE BAL-REG-GROSS TO BAL-RIGHT.
001190     MOVE BAL-GL-NOTE TO BAL-NOTE.
001191     PERFORM 4800-PRINT-AMOUNT-PROOF
001192         THRU 4800-EXIT.
001193     MOVE 'GLPOST CREDITS = PAYREG GROSS' TO BAL-LABEL.
001194     MOVE BAL-GL-CREDITS TO BAL-LEFT.
001195     MOVE BAL-REG-GROSS TO BAL-RIGHT.
001196     MOVE BAL-GL-NOTE TO BAL-NOTE.
001197     PERFORM 4800-PRINT-AMOUNT-PROOF
001198         THRU 4800-EXIT.
001199     MOVE 'DEPTRCP GROSS = PAYREG GROSS' TO BAL-LABEL.
001200     MOVE BAL-RCP-GROSS TO BAL-LEFT.
001201     MOVE BAL-REG-GROSS TO BAL-RIGHT.
001202     MOVE BAL-RCP-NOTE TO BAL-NOTE.
001203     PERFORM 4800-PRINT-AMOUNT-PROOF
001204         THRU 4800-EXIT.
001205     MOVE 'DEPTRCP NET = PAYREG NET' TO BAL-LABEL.
001206     MOVE BAL-RCP-NET TO BAL-LEFT.
001207     MOVE BAL-REG-NET TO BAL-RIGHT.
001208     MOVE BAL-RCP-NOTE TO BAL-NOTE.
001209     PERFORM 4800-PRINT-AMOUNT-PROOF
001210         THRU 4800-EXIT.
001211     MOVE 'DEPTRCP ITEMS = PAYREG ITEMS' TO BAL-LABEL.
001212     MOVE BAL-RCP-EMP-COUNT TO BAL-LEFT.
001213     MOVE BAL-REG-EMP-COUNT TO BAL-RIGHT.
001214     MOVE BAL-RCP-NOTE TO BAL-NOTE.
001215     PERFORM 4850-PRINT-COUNT-PROOF
001216         THRU 4850-EXIT.
001217     MOVE 'HISTORY - PAYHIST AND YTD JOURNAL' TO BS-TEXT.
001218     WRITE BAL-RPT-REC FROM BAL-SECTION-LINE
001219         AFTER ADVANCING 2 LINES.
001220     MOVE 'PAYHIST ROWS = PAYREG HEADCOUNT' TO BAL-LABEL.
001221     MOVE BAL-HIST-ROWS TO BAL-LEFT.
001222     MOVE BAL-REG-HEAD-COUNT TO BAL-RIGHT.
001223     MOVE BAL-HIST-NOTE TO BAL-NOTE.
001224     PERFORM 4850-PRINT-COUNT-PROOF
001225         THRU 4850-EXIT.
001226     MOVE 'PAYHIST GROSS = PAYREG GROSS' TO BAL-LABEL.
001227     MOVE BAL-HIST-GROSS TO BAL-LEFT.
001228     MOVE BAL-REG-GROSS TO BAL-RIGHT.
001229     MOVE BAL-HIST-NOTE TO BAL-NOTE.
001230     PERFORM 4800-PRINT-AMOUNT-PROOF
001231         THRU 4800-EXIT.
001232     MOVE 'PAYHIST NET = PAYREG NET' TO BAL-LABEL.
001233     MOVE BAL-HIST-NET TO BAL-LEFT.
001234     MOVE BAL-REG-NET TO BAL-RIGHT.
001235     MOVE BAL-HIST-NOTE TO BAL-NOTE.
001236     PERFORM 4800-PRINT-AMOUNT-PROOF
001237         THRU 4800-EXIT.
001238     MOVE 'YTDJRNL GROSS DELTA = PAYREG GROSS' TO BAL-LABEL.
001239     MOVE BAL-JRN-DELTA TO BAL-LEFT.
001240     MOVE BAL-REG-GROSS TO BAL-RIGHT.
001241     MOVE BAL-JRN-NOTE TO BAL-NOTE.
001242     PERFORM 4800-PRINT-AMOUNT-PROOF
001243         THRU 4800-EXIT.
001244     PERFORM 4100-PROVE-ONE-BATCH
001245         THRU 4100-EXIT
001246         VARYING BAT-SUB FROM 1 BY 1
001247         UNTIL BAT-SUB > BAT-COUNT.
001248 4000-EXIT.
001249     EXIT.
001250*
001251*****************************************************
001252* 4010-WRITE-BATCH-LINE - IMPRIME UM LOTE DO RUN COM O
001253* GROSS DO SUBTOTAL DO PAYREG.
001254*****************************************************
001255 4010-WRITE-BATCH-LINE.
001256     MOVE BAT-PERIOD-END (BAT-SUB) TO BBR-PERIOD-END.
001257     MOVE BAT-BATCH-NO (BAT-SUB) TO BBR-BATCH-NO.
001258     MOVE BAT-REG-GROSS (BAT-SUB) TO BBR-GROSS.
001259     WRITE BAL-RPT-REC FROM BAL-BATCH-LINE
001260         AFTER ADVANCING 1 LINE.
001261 4010-EXIT.
001262     EXIT.
001263*
001264*****************************************************
001265* 4100-PROVE-ONE-BATCH - PROVA, PARA UM LOTE DO RUN,
001266* O GROSS DO HISTORICO E O DELTA DO DIARIO CONTRA O
001267* SUBTOTAL DO LOTE NO PAYREG, PARA APONTAR EM QUAL
001268* LOTE ESTA A QUEBRA QUANDO O RUN TEM MAIS DE UM.
001269*****************************************************
001270 4100-PROVE-ONE-BATCH.
001271     MOVE BAT-PERIOD-END (BAT-SUB) TO BBL-PERIOD-END.
001272     MOVE BAT-BATCH-NO (BAT-SUB) TO BBL-BATCH-NO.
001273     MOVE ' PAYHIST GROSS = PAYREG' TO BBL-TEXT.
001274     MOVE BAL-BATCH-LABEL TO BAL-LABEL.
001275     MOVE BAT-HIST-GROSS (BAT-SUB) TO BAL-LEFT.
001276     MOVE BAT-REG-GROSS (BAT-SUB) TO BAL-RIGHT.
001277     MOVE BAL-HIST-NOTE TO BAL-NOTE.
001278     PERFORM 4800-PRINT-AMOUNT-PROOF
001279         THRU 4800-EXIT.
001280     MOVE ' YTDJRNL DELTA = PAYREG' TO BBL-TEXT.
001281     MOVE BAL-BATCH-LABEL TO BAL-LABEL.
001282     MOVE BAT-JRN-DELTA (BAT-SUB) TO BAL-LEFT.
001283     MOVE BAT-REG-GROSS (BAT-SUB) TO BAL-RIGHT.
001284     MOVE BAL-JRN-NOTE TO BAL-NOTE.
001285     PERFORM 4800-PRINT-AMOUNT-PROOF
001286         THRU 4800-EXIT.
001287 4100-EXIT.
001288     EXIT.
001289*
001290*****************************************************
001291* 4800-PRINT-AMOUNT-PROOF - IMPRIME UMA PROVA DE
001292* VALOR: PASS SE OS DOIS LADOS BATEM E NAO HA NOTA,
001293* FAIL (E CONTA A QUEBRA) NO CONTRARIO.
001294*****************************************************
001295 4800-PRINT-AMOUNT-PROOF.
001296     MOVE BAL-LABEL TO PL-LABEL.
001297     MOVE BAL-LEFT TO PL-LEFT.
001298     MOVE BAL-RIGHT TO PL-RIGHT.
001299     MOVE BAL-NOTE TO PL-NOTE.
001300     IF BAL-LEFT = BAL-RIGHT
001301         AND BAL-NOTE = SPACES
001302         MOVE 'PASS' TO PL-RESULT
001303     ELSE
001304         MOVE 'FAIL' TO PL-RESULT
001305         ADD 1 TO BAL-BREAK-COUNT
001306     END-IF.
001307     WRITE BAL-RPT-REC FROM BAL-AMOUNT-LINE
001308         AFTER ADVANCING 1 LINE.
001309 4800-EXIT.
001310     EXIT.
001311*
001312*****************************************************
001313* 4850-PRINT-COUNT-PROOF - IMPRIME UMA PROVA DE
001314* CONTAGEM OU DE DATA, COM A MESMA REGRA DA 4800.
001315*****************************************************
001316 4850-PRINT-COUNT-PROOF.
001317     MOVE BAL-LABEL TO PC-LABEL.
001318     MOVE BAL-LEFT TO PC-LEFT.
001319     MOVE BAL-RIGHT TO PC-RIGHT.
001320     MOVE BAL-NOTE TO PC-NOTE.
001321     IF BAL-LEFT = BAL-RIGHT
001322         AND BAL-NOTE = SPACES
001323         MOVE 'PASS' TO PC-RESULT
001324     ELSE
001325         MOVE 'FAIL' TO PC-RESULT
001326         ADD 1 TO BAL-BREAK-COUNT
001327     END-IF.
001328     WRITE BAL-RPT-REC FROM BAL-COUNT-LINE
001329         AFTER ADVANCING 1 LINE.
001330 4850-EXIT.
001331     EXIT.
001332*
001333*****************************************************
001334* 8000-TERMINATE-RUN - IMPRIME O RESULTADO FINAL,
001335* FECHA O RELATORIO E RESUME NO CONSOLE; QUALQUER
001336* QUEBRA DEVOLVE RETURN-CODE 8 PARA SEGURAR A
001337* TRANSMISSAO DO BANKPAY.
001338*****************************************************
001339 8000-TERMINATE-RUN.
001340     MOVE BAL-BREAK-COUNT TO BF-BREAKS.
001341     IF BAL-BREAK-COUNT = ZERO
001342         MOVE '*** RUN IN BALANCE - RELEASE BANK FILE' TO
001343             BF-TEXT
001344     ELSE
001345         MOVE '*** RUN OUT OF BALANCE - HOLD BANK FILE' TO
001346             BF-TEXT
001347     END-IF.
001348     WRITE BAL-RPT-REC FROM BAL-RESULT-LINE
001349         AFTER ADVANCING 3 LINES.
001350     CLOSE BAL-RPT-FILE.
001351     IF BAL-BREAK-COUNT = ZERO
001352         DISPLAY 'PAYBAL COMPLETE - RUN IN BALANCE'
001353     ELSE
001354         DISPLAY 'PAYBAL - RUN OUT OF BALANCE: '
001355             BAL-BREAK-COUNT ' BREAKS - SEE BALRPT'
001356         DISPLAY 'PAYBAL - DO NOT TRANSMIT BANKPAY'
001357         MOVE 8 TO RETURN-CODE
001358     END-IF.
001359     MOVE 'BANKPAY.DAT' TO RCL-FILE-NAME.
001360     MOVE BAL-BANK-TR-COUNT TO RCL-REC-COUNT.
001361     MOVE BAL-BANK-TR-HASH TO RCL-HASH-TOTAL.
001362     MOVE 'F' TO RCL-EVENT.
001363     MOVE RETURN-CODE TO RCL-RETURN-CODE.
001364     PERFORM 9100-WRITE-RUN-CONTROL
001365         THRU 9100-EXIT.
001366 8000-EXIT.
001367     EXIT.
001368*
001369*****************************************************
001370* 9000-ABORT-RUN - ENCERRA O PROGRAMA COM ERRO GRAVE:
001371* MOSTRA A MENSAGEM NO CONSOLE DO OPERADOR E DEVOLVE
001372* RETURN-CODE 16.
001373*****************************************************
001374 9000-ABORT-RUN.
001375     DISPLAY 'PAYBAL *** RUN ABORTED *** '
001376         WS-ABORT-MESSAGE.
001377     MOVE 16 TO RETURN-CODE.
001378     MOVE 'F' TO RCL-EVENT.
001379     MOVE 16 TO RCL-RETURN-CODE.
001380     MOVE WS-ABORT-MESSAGE TO RCL-MESSAGE.
001381     PERFORM 9100-WRITE-RUN-CONTROL
001382         THRU 9100-EXIT.
001383     STOP RUN.
001384 9000-EXIT.
001385     EXIT.
001386*
001387*****************************************************
001388* 9100-WRITE-RUN-CONTROL - ACRESCENTA AO RUNCTL UM
001389* REGISTRO DESTE PROGRAMA (INICIO, FIM OU LIBERACAO)
001390* COM OS DADOS PREPARADOS EM RCL-WORK-AREAS. SEM O
001391* RUNCTL SO AVISA: O REGISTRO NAO PARA A FOLHA.
001392*****************************************************
001393 9100-WRITE-RUN-CONTROL.
001394     OPEN EXTEND RUN-CONTROL-FILE.
001395     IF WS-RUNCTL-STATUS NOT = '00'
001396         OPEN OUTPUT RUN-CONTROL-FILE
001397     END-IF.
001398     IF WS-RUNCTL-STATUS NOT = '00'
001399         DISPLAY 'PAYBAL - RUN CONTROL FILE RUNCTL'
001400             ' NOT AVAILABLE'
001401         GO TO 9100-EXIT
001402     END-IF.
001403     MOVE SPACES TO RUN-CONTROL-RECORD.
001404     MOVE RCL-STEP-NAME TO RC-STEP-NAME.
001405     MOVE RCL-EVENT TO RC-EVENT.
001406     MOVE RCL-RUN-MODE TO RC-RUN-MODE.
001407     ACCEPT RC-EVENT-DATE FROM DATE.
001408     ACCEPT RC-EVENT-TIME FROM TIME.
001409     MOVE RCL-RETURN-CODE TO RC-RETURN-CODE.
001410     MOVE RCL-RUN-ID TO RC-RUN-ID.
001411     MOVE RCL-FILE-NAME TO RC-FILE-NAME.
001412     MOVE RCL-REC-COUNT TO RC-REC-COUNT.
001413     MOVE RCL-HASH-TOTAL TO RC-HASH-TOTAL.
001414     MOVE RCL-OPERATOR-ID TO RC-OPERATOR-ID.
001415     MOVE RCL-MESSAGE TO RC-MESSAGE.
001416     WRITE RUN-CONTROL-RECORD.
001417     CLOSE RUN-CONTROL-FILE.
001418 9100-EXIT.
001419     EXIT.
001420*
001421*****************************************************
001422* 9200-READ-RUN-CONTROL - PERCORRE O RUNCTL E GUARDA O
001423* ULTIMO INICIO OU FIM DO PASSO RCL-PRIOR-STEP, COM A
001424* POSICAO DELE NO ARQUIVO. SEM O RUNCTL, O PASSO
001425* ANTERIOR CONSTA COMO NUNCA RODADO.
001426*****************************************************
001427 9200-READ-RUN-CONTROL.
001428     MOVE SPACE TO RCL-PRIOR-EVENT.
001429     MOVE ZERO TO RCL-READ-COUNT.
001430     MOVE 'N' TO RCL-EOF-SWITCH.
001431     OPEN INPUT RUN-CONTROL-FILE.
001432     IF WS-RUNCTL-STATUS NOT = '00'
001433         GO TO 9200-EXIT
001434     END-IF.
001435     PERFORM 9210-READ-RUNCTL-REC
001436         THRU 9210-EXIT.
001437     PERFORM 9220-NOTE-RUNCTL-REC
001438         THRU 9220-EXIT
001439         UNTIL RUNCTL-FILE-EOF.
001440     CLOSE RUN-CONTROL-FILE.
001441 9200-EXIT.
001442     EXIT.
001443*
001444*****************************************************
001445* 9210-READ-RUNCTL-REC - LE O PROXIMO REGISTRO DO
001446* RUNCTL.
001447*****************************************************
001448 9210-READ-RUNCTL-REC.
001449     READ RUN-CONTROL-FILE
001450         AT END
001451             MOVE 'Y' TO RCL-EOF-SWITCH
001452     END-READ.
001453 9210-EXIT.
001454     EXIT.
001455*
001456*****************************************************
001457* 9220-NOTE-RUNCTL-REC - GUARDA O REGISTRO SE E INICIO
001458* OU FIM DO PASSO PROCURADO; LIBERACOES E RUNS DE
001459* TESTE NAO CONTAM.
001460*****************************************************
001461 9220-NOTE-RUNCTL-REC.
001462     ADD 1 TO RCL-READ-COUNT.
001463     IF RC-STEP-NAME = RCL-PRIOR-STEP
001464         AND NOT RUN-STEP-OVERRIDE
001465         AND NOT RUN-MODE-TRIAL
001466         MOVE RC-EVENT TO RCL-PRIOR-EVENT
001467         MOVE RC-RETURN-CODE TO RCL-PRIOR-RC
001468         MOVE RC-RUN-ID TO RCL-PRIOR-RUN-ID
001469         MOVE RC-REC-COUNT TO RCL-PRIOR-COUNT
001470         MOVE RC-HASH-TOTAL TO RCL-PRIOR-HASH
001471         MOVE RCL-READ-COUNT TO RCL-PRIOR-SEQ
001472     END-IF.
001473     PERFORM 9210-READ-RUNCTL-REC
001474         THRU 9210-EXIT.
001475 9220-EXIT.
001476     EXIT.
001477*
001478*****************************************************
001479* 9300-REQUEST-OVERRIDE - O PASSO ANTERIOR NAO ESTA EM
001480* ORDEM (MOTIVO EM RCL-REFUSAL): SO UM SUPERVISOR, COM
001481* CODIGO E SENHA DO CADASTRO DE OPERADORES, PODE
001482* MANDAR SEGUIR, E A LIBERACAO FICA GRAVADA NO RUNCTL
001483* COM A IDENTIFICACAO DELE E O MOTIVO, E NO SECLOG.
001484* SEM LIBERACAO O PROGRAMA ABORTA SEM TOCAR EM NADA.
001485*****************************************************
001486 9300-REQUEST-OVERRIDE.
001487     DISPLAY 'PAYBAL RUN CONTROL - ' RCL-REFUSAL.
001488     DISPLAY 'PAYBAL - SUPERVISOR SIGN-ON TO OVERRIDE'.
001489     DISPLAY '(BLANK ID = STOP THE RUN)'.
001490     MOVE ZERO TO SGN-ATTEMPTS.
001491     MOVE 'N' TO SGN-RESULT-SWITCH.
001492     MOVE SGN-ROLE-SUPERVISOR TO SGN-REQUIRED-ROLE.
001493     PERFORM 9400-SIGN-ON
001494         THRU 9400-EXIT
001495         UNTIL SIGN-ON-ACCEPTED
001496         OR SGN-ATTEMPTS = 3.
001497     IF NOT SIGN-ON-ACCEPTED
001498         MOVE RCL-REFUSAL TO WS-ABORT-MESSAGE
001499         PERFORM 9000-ABORT-RUN
001500             THRU 9000-EXIT
001501     END-IF.
001502     MOVE SGN-OPER-ID TO RCL-OPERATOR-ID.
001503     MOVE 'O' TO RCL-EVENT.
001504     MOVE ZERO TO RCL-RETURN-CODE.
001505     MOVE RCL-REFUSAL TO RCL-MESSAGE.
001506     PERFORM 9100-WRITE-RUN-CONTROL
001507         THRU 9100-EXIT.
001508     MOVE SPACES TO RCL-MESSAGE.
001509     MOVE RCL-REFUSAL TO SGN-LOG-DETAIL.
001510     PERFORM 9470-LOG-PRIVILEGED-ACTION
001511         THRU 9470-EXIT.
001512     DISPLAY 'PAYBAL - OVERRIDE LOGGED FOR ' RCL-OPERATOR-ID.
001513 9300-EXIT.
001514     EXIT.
001515*
001516*****************************************************
001517* 9400-SIGN-ON - UMA TENTATIVA DE ENTRADA: LE O CODIGO
001518* E A SENHA DO OPERADOR E CONFERE NO CADASTRO COM O
001519* PAPEL MINIMO SGN-REQUIRED-ROLE. CODIGO EM BRANCO
001520* DESISTE (ESGOTA AS TENTATIVAS).
001521*****************************************************
001522 9400-SIGN-ON.
001523     ADD 1 TO SGN-ATTEMPTS.
001524     DISPLAY 'PAYBAL - OPERATOR ID (BLANK = CANCEL):'.
001525     ACCEPT SGN-IN-ID.
001526     IF SGN-IN-ID = SPACES
001527         MOVE 3 TO SGN-ATTEMPTS
001528         GO TO 9400-EXIT
001529     END-IF.
001530     DISPLAY 'PAYBAL - PASSWORD:'.
001531     ACCEPT SGN-IN-PASSWORD.
001532     PERFORM 9410-CHECK-OPERATOR
001533         THRU 9410-EXIT.
001534     MOVE SPACES TO SGN-IN-PASSWORD.
001535     IF SIGN-ON-ACCEPTED
001536         MOVE SGN-IN-ID TO SGN-OPER-ID
001537         MOVE SGN-CHECK-ROLE TO SGN-OPER-ROLE
001538     END-IF.
001539 9400-EXIT.
001540     EXIT.
001541*
001542*****************************************************
001543* 9410-CHECK-OPERATOR - CONFERE SGN-IN-ID E A SENHA NO
001544* CADASTRO DE OPERADORES: OPERADOR ATIVO, NAO
001545* BLOQUEADO, SENHA CERTA E PAPEL NAO MENOR QUE O
001546* EXIGIDO. SENHA ERRADA SOMA UMA FALHA E A TERCEIRA
001547* SEGUIDA BLOQUEIA O OPERADOR; SENHA CERTA ZERA A
001548* CONTAGEM. TODA RECUSA VAI PARA O SECLOG.
001549*****************************************************
001550 9410-CHECK-OPERATOR.
001551     MOVE 'N' TO SGN-RESULT-SWITCH.
001552     MOVE SGN-IN-ID TO SGN-LOG-OPER-ID.
001553     MOVE 'F' TO SGN-LOG-EVENT.
001554     OPEN I-O OPERATOR-FILE.
001555     IF WS-OPERFILE-STATUS NOT = '00'
001556         DISPLAY 'PAYBAL - OPERATOR FILE OPERFILE NOT AVAILABLE'
001557         GO TO 9410-EXIT
001558     END-IF.
001559     MOVE SGN-IN-ID TO OP-OPER-ID.
001560     READ OPERATOR-FILE
001561         INVALID KEY
001562             MOVE 'UNKNOWN OPERATOR ID' TO SGN-LOG-DETAIL
001563             GO TO 9410-REFUSED
001564     END-READ.
001565     IF NOT OPERATOR-ACTIVE
001566         MOVE 'OPERATOR NOT ACTIVE' TO SGN-LOG-DETAIL
001567         GO TO 9410-REFUSED
001568     END-IF.
001569     IF OPERATOR-LOCKED
001570         MOVE 'OPERATOR LOCKED OUT' TO SGN-LOG-DETAIL
001571         GO TO 9410-REFUSED
001572     END-IF.
001573     PERFORM 9420-HASH-PASSWORD
001574         THRU 9420-EXIT.
001575     IF SGN-HASH NOT = OP-PASSWORD-HASH
001576         ADD 1 TO OP-FAIL-COUNT
001577         MOVE 'WRONG PASSWORD' TO SGN-LOG-DETAIL
001578         IF OP-FAIL-COUNT NOT < 3
001579             MOVE 'Y' TO OP-LOCKED-FLAG
001580             MOVE 'L' TO SGN-LOG-EVENT
001581             MOVE 'LOCKED AFTER 3 FAILED SIGN-ONS' TO
001582                 SGN-LOG-DETAIL
001583         END-IF
001584         REWRITE OPERATOR-RECORD
001585         GO TO 9410-REFUSED
001586     END-IF.
001587     MOVE ZERO TO OP-FAIL-COUNT.
001588     ACCEPT OP-LAST-SIGNON FROM DATE.
001589     REWRITE OPERATOR-RECORD.
001590     IF OP-ROLE < SGN-REQUIRED-ROLE
001591         MOVE 'D' TO SGN-LOG-EVENT
001592         MOVE 'ROLE TOO LOW FOR THIS FUNCTION' TO
001593             SGN-LOG-DETAIL
001594         GO TO 9410-REFUSED
001595     END-IF.
001596     MOVE OP-ROLE TO SGN-CHECK-ROLE.
001597     MOVE 'Y' TO SGN-RESULT-SWITCH.
001598     CLOSE OPERATOR-FILE.
001599     GO TO 9410-EXIT.
001600 9410-REFUSED.
001601     CLOSE OPERATOR-FILE.
001602     IF SGN-LOG-EVENT = 'F'
001603         DISPLAY 'PAYBAL - INVALID OPERATOR ID OR PASSWORD'
001604     ELSE
001605         DISPLAY 'PAYBAL - ' SGN-LOG-DETAIL
001606     END-IF.
001607     PERFORM 9450-WRITE-SECURITY-LOG
001608         THRU 9450-EXIT.
001609 9410-EXIT.
001610     EXIT.
001611*
001612*****************************************************
001613* 9420-HASH-PASSWORD - CALCULA O CODIGO GUARDADO NO
001614* CADASTRO EM LUGAR DA SENHA: CADA CARACTER DE
001615* OPERADOR + SENHA VIRA SUA POSICAO NA TABELA
001616* SGN-CHAR (65 FORA DELA) E ENTRA NO CODIGO POR
001617* CODIGO X 67 + POSICAO, MODULO 999999937. TEM DE SER
001618* O MESMO EM TODOS OS PROGRAMAS.
001619*****************************************************
001620 9420-HASH-PASSWORD.
001621     MOVE ZERO TO SGN-HASH.
001622     PERFORM 9430-HASH-ONE-CHAR
001623         THRU 9430-EXIT
001624         VARYING SGN-KEY-SUB FROM 1 BY 1
001625         UNTIL SGN-KEY-SUB > 16.
001626 9420-EXIT.
001627     EXIT.
001628*
001629*****************************************************
001630* 9430-HASH-ONE-CHAR - SOMA UM CARACTER AO CODIGO.
001631*****************************************************
001632 9430-HASH-ONE-CHAR.
001633     MOVE ZERO TO SGN-CHAR-POS.
001634     PERFORM 9440-MATCH-CHAR
001635         THRU 9440-EXIT
001636         VARYING SGN-CHAR-SUB FROM 1 BY 1
001637         UNTIL SGN-CHAR-SUB > 64
001638         OR SGN-CHAR-POS NOT = ZERO.
001639     IF SGN-CHAR-POS = ZERO
001640         MOVE 65 TO SGN-CHAR-POS
001641     END-IF.
001642     MULTIPLY SGN-HASH BY 67 GIVING SGN-HASH-WORK.
001643     ADD SGN-CHAR-POS TO SGN-HASH-WORK.
001644     DIVIDE SGN-HASH-WORK BY 999999937
001645         GIVING SGN-HASH-QUOTIENT
001646         REMAINDER SGN-HASH.
001647 9430-EXIT.
001648     EXIT.
001649*
001650*****************************************************
001651* 9440-MATCH-CHAR - COMPARA UMA ENTRADA DA TABELA DE
001652* CARACTERES COM O CARACTER DA VEZ.
001653*****************************************************
001654 9440-MATCH-CHAR.
001655     IF SGN-CHAR (SGN-CHAR-SUB) = SGN-KEY-CHAR (SGN-KEY-SUB)
001656         MOVE SGN-CHAR-SUB TO SGN-CHAR-POS
001657     END-IF.
001658 9440-EXIT.
001659     EXIT.
001660*
001661*****************************************************
001662* 9450-WRITE-SECURITY-LOG - ACRESCENTA AO SECLOG UM
001663* REGISTRO COM OS DADOS PREPARADOS EM SGN-WORK-AREAS.
001664* SEM O SECLOG SO AVISA.
001665*****************************************************
001666 9450-WRITE-SECURITY-LOG.
001667     OPEN EXTEND SECURITY-LOG-FILE.
001668     IF WS-SECLOG-STATUS NOT = '00'
001669         OPEN OUTPUT SECURITY-LOG-FILE
001670     END-IF.
001671     IF WS-SECLOG-STATUS NOT = '00'
001672         DISPLAY 'PAYBAL - SECURITY LOG SECLOG NOT AVAILABLE'
001673         GO TO 9450-EXIT
001674     END-IF.
001675     MOVE SPACES TO SECURITY-LOG-RECORD.
001676     MOVE SGN-LOG-OPER-ID TO SC-OPER-ID.
001677     ACCEPT SC-EVENT-DATE FROM DATE.
001678     ACCEPT SC-EVENT-TIME FROM TIME.
001679     MOVE SGN-PROGRAM TO SC-PROGRAM.
001680     MOVE SGN-LOG-EVENT TO SC-EVENT.
001681     MOVE SGN-APPROVER-ID TO SC-APPROVER-ID.
001682     MOVE SGN-LOG-DETAIL TO SC-DETAIL.
001683     WRITE SECURITY-LOG-RECORD.
001684     CLOSE SECURITY-LOG-FILE.
001685 9450-EXIT.
001686     EXIT.
001687*
001688*****************************************************
001689* 9470-LOG-PRIVILEGED-ACTION - GRAVA NO SECLOG A ACAO
001690* DESCRITA EM SGN-LOG-DETAIL, FEITA PELO OPERADOR QUE
001691* ENTROU (E PELO APROVADOR, SE HOUVE).
001692*****************************************************
001693 9470-LOG-PRIVILEGED-ACTION.
001694     MOVE 'P' TO SGN-LOG-EVENT.
001695     MOVE SGN-OPER-ID TO SGN-LOG-OPER-ID.
001696     PERFORM 9450-WRITE-SECURITY-LOG
001697         THRU 9450-EXIT.
001698     MOVE SPACES TO SGN-APPROVER-ID.
001699 9470-EXIT.
001700     EXIT.
