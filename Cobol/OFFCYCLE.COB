000010 IDENTIFICATION DIVISION.
000011 PROGRAM-ID.
000012     OFFCYCLE.
000013 AUTHOR.
000014     R L HUTCHISON.
000015 INSTALLATION.
000016     PAYROLL DEPARTMENT.
000017 DATE-WRITTEN.
000018     15/10/2026.
000019 DATE-COMPILED.
000020*
000021*****************************************************
000022* RUN DE PAGAMENTO FORA DE CICLO, RODADO ENTRE DOIS
000023* RUNS REGULARES DO EASYCALC. O OPERADOR ENTRA COM
000024* CODIGO E SENHA DO CADASTRO DE OPERADORES
000025* OPERFILE.DAT E PRECISA SER SUPERVISOR OU ACIMA; O RUN
000026* PAGO VAI PARA O LOG DE SEGURANCA SECLOG.DAT.
000027* NOME DO ARQUIVO: OFFCYCLE.COB
000028*
000029* PAGA DUAS ESPECIES DE ITEM:
000030* - OS RE-PAGAMENTOS DA FILA REPAY.DAT GRAVADA PELO
000031*   BANKRTN (DEPOSITO DEVOLVIDO PELO BANCO): SO O
000032*   LIQUIDO E PAGO DE NOVO, SEM IMPOSTO E SEM MEXER NO
000033*   GROSS DO YTDFILE, POIS O GROSS JA FOI CONTADO NO
000034*   RUN ORIGINAL. VAI POR DEPOSITO SO SE O CADASTRO JA
000035*   TEM OUTRA CONTA; SENAO SAI CHEQUE.
000036* - A LISTA DE ITENS DIGITADA PELO OPERADOR NO CONSOLE:
000037*   RESCISAO ('F', SO PARA FUNCIONARIO COM DATA DE
000038*   DESLIGAMENTO DA OPCAO T DO EMPMAINT) OU PAGAMENTO
000039*   AVULSO ('M'), PELO GROSS INFORMADO, COM O IMPOSTO
000040*   DA MESMA TABELA DE RETENCAO DO EASYCALC E SEM
000041*   DESCONTOS, COMO O AJUSTE 'A' DO HOURSIN; O GROSS
000042*   ENTRA NO YTDFILE SEM MEXER NA BASE DE VARIANCIA.
000043*
000044* O RUN TEM RUN-ID PROPRIO: DATA DO RUN + LOTE DA FAIXA
000045* 9001-9999, RESERVADA AOS RUNS FORA DE CICLO (O
000046* HRSEDIT RECUSA LOTE DE PONTO NESSA FAIXA), SEMPRE
000047* ACIMA DE QUALQUER LOTE FORA DE CICLO DO MESMO DIA JA
000048* VISTO NO PAIDBAT OU NO DIARIO. O RUN-ID MARCA O
000049* DIARIO YTDJRNL.DAT, O HISTORICO PAYHIST.DAT (MARCA
000050* 'O') E O PAIDBAT.DAT, DE FORMA QUE O PAYBKOUT
000051* ESTORNA E O PAYHINQ CONSULTA O RUN COMO QUALQUER
000052* OUTRO. O DEPOSITO VAI NO ARQUIVO DE TRANSMISSAO
000053* PROPRIO OFFBANK.DAT (MESMO LAYOUT DO BANKPAY, QUE
000054* NAO E TOCADO) E O CHEQUE EM OFFCHKS.DAT, COM A
000055* NUMERACAO DO MESMO CHKCTRL.DAT DO EASYCALC. O
000056* REGISTRO DO RUN SAI EM OFFREG.DAT.
000057*
000058* UM ITEM DO REPAY NUNCA E PAGO DUAS VEZES: CADA ITEM
000059* PAGO E GRAVADO NO LOG REPAID.DAT LOGO APOS O
000060* PAGAMENTO, COM O RUN-ID, E ITEM JA NO LOG SAI COMO
000061* EXCECAO. O LOG SO VALE ENQUANTO O RUN QUE PAGOU
000062* CONSTA NO PAIDBAT: RUN ESTORNADO PELO PAYBKOUT
000063* LIBERA O ITEM PARA SER PAGO DE NOVO.
000064*
000065* HISTORICO DE MODIFICACOES
000066* -------------------------------------------------
000067* DATA       INIC  DESCRICAO
000068* ---------- ----  ---------------------------------
000069* 15/10/2026  RLH  PROGRAMA ORIGINAL - RUN FORA DE
000070*                  CICLO PARA RE-PAGAMENTO DO REPAY,
000071*                  RESCISAO E PAGAMENTO AVULSO.
000072* 15/10/2026  RLH  CHEQUE EMITIDO TAMBEM E GRAVADO NO
000073*                  CADASTRO DE CHEQUES CHKMAST.DAT
000074*                  PARA A CONCILIACAO DO CHKRECON.
000075* 15/10/2026  RLH  CONTROLE DE EXECUCAO: GRAVA INICIO
000076*                  E FIM DO RUN NO RUNCTL.DAT.
000077* 15/10/2026  RLH  O OPERADOR ENTRA COM CODIGO E
000078*                  SENHA DO CADASTRO OPERFILE (9400),
000079*                  COM PAPEL DE SUPERVISOR E BLOQUEIO
000080*                  APOS 3 FALHAS; O OPERADOR VAI NOS
000081*                  REGISTROS DO RUNCTL E O RUN PAGO
000082*                  NO LOG DE SEGURANCA SECLOG.DAT.
000083* 15/10/2026  RLH  RUN-ID NO PAIDBAT NO PRIMEIRO ITEM
000084*                  PAGO, LOG REPAID E CHKCTRL GRAVADOS
000085*                  A CADA ITEM, CAPACIDADE DO LOG
000086*                  CONFERIDA ANTES DE PAGAR, CHEQUE JA
000087*                  NO CHKMAST ABORTA O RUN E
000088*                  RE-PAGAMENTO SEM YTDFILE GANHA
000089*                  REGISTRO ZERADO E LINHA NO DIARIO.
000090* 15/10/2026  RLH  IMPOSTO DOS ITENS F/M SOBRE O GROSS
000091*                  ACUMULADO DO FUNCIONARIO NO RUN,
000092*                  CADA ITEM RETENDO SO A DIFERENCA
000093*                  PARA O JA RETIDO NOS ANTERIORES.
000094*****************************************************
000095 ENVIRONMENT DIVISION.
000096 CONFIGURATION SECTION.
000097 SOURCE-COMPUTER. IBM-PS2.
000098 OBJECT-COMPUTER. IBM-PS2.
000099 INPUT-OUTPUT SECTION.
000100 FILE-CONTROL.
000101     SELECT REPAY-FILE ASSIGN TO "REPAY.DAT"
000102         ORGANIZATION IS SEQUENTIAL
000103         FILE STATUS IS WS-REPAY-STATUS.
000104     SELECT REPAID-FILE ASSIGN TO "REPAID.DAT"
000105         ORGANIZATION IS SEQUENTIAL
000106         FILE STATUS IS WS-REPAID-STATUS.
000107     SELECT EMP-FILE ASSIGN TO "EMPMAST.DAT"
000108         ORGANIZATION IS INDEXED
000109         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS EM-EMP-ID
000111         FILE STATUS IS WS-EMPMAST-STATUS.
000112     SELECT YTD-FILE ASSIGN TO "YTDFILE.DAT"
000113         ORGANIZATION IS INDEXED
000114         ACCESS MODE IS DYNAMIC
000115         RECORD KEY IS YT-EMP-ID
000116         FILE STATUS IS WS-YTD-STATUS.
000117     SELECT JOURNAL-FILE ASSIGN TO "YTDJRNL.DAT"
000118         ORGANIZATION IS SEQUENTIAL
000119         FILE STATUS IS WS-JOURNAL-STATUS.
000120     SELECT HIST-FILE ASSIGN TO "PAYHIST.DAT"
000121         ORGANIZATION IS INDEXED
000122         ACCESS MODE IS DYNAMIC
000123         RECORD KEY IS PH-KEY
000124         FILE STATUS IS WS-HIST-STATUS.
000125     SELECT PAID-BATCH-FILE ASSIGN TO "PAIDBAT.DAT"
000126         ORGANIZATION IS SEQUENTIAL
000127         FILE STATUS IS WS-PAIDBAT-STATUS.
000128     SELECT PARM-FILE ASSIGN TO "PAYPARM.DAT"
000129         ORGANIZATION IS SEQUENTIAL
000130         FILE STATUS IS WS-PARM-STATUS.
000131     SELECT TAX-TABLE-FILE ASSIGN TO "TAXTBL.DAT"
000132         ORGANIZATION IS SEQUENTIAL
000133         FILE STATUS IS WS-TAXTBL-STATUS.
000134     SELECT CHECK-CTL-FILE ASSIGN TO "CHKCTRL.DAT"
000135         ORGANIZATION IS SEQUENTIAL
000136         FILE STATUS IS WS-CHKCTL-STATUS.
000137     SELECT BANK-FILE ASSIGN TO "OFFBANK.DAT"
000138         ORGANIZATION IS SEQUENTIAL
000139         FILE STATUS IS WS-BANK-STATUS.
000140     SELECT CHECK-PRINT-FILE ASSIGN TO "OFFCHKS.DAT"
000141         ORGANIZATION IS SEQUENTIAL
000142         FILE STATUS IS WS-CHKPRT-STATUS.
000143     SELECT REGISTER-FILE ASSIGN TO "OFFREG.DAT"
000144         ORGANIZATION IS SEQUENTIAL
000145         FILE STATUS IS WS-OFFREG-STATUS.
000146     SELECT CHECK-MAST-FILE ASSIGN TO "CHKMAST.DAT"
000147         ORGANIZATION IS INDEXED
000148         ACCESS MODE IS DYNAMIC
000149         RECORD KEY IS CM-CHECK-NO
000150         FILE STATUS IS WS-CHKMAST-STATUS.
000151     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000152         ORGANIZATION IS SEQUENTIAL
000153         FILE STATUS IS WS-RUNCTL-STATUS.
000154     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE.DAT"
000155         ORGANIZATION IS INDEXED
000156         ACCESS MODE IS DYNAMIC
000157         RECORD KEY IS OP-OPER-ID
000158         FILE STATUS IS WS-OPERFILE-STATUS.
000159     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
000160         ORGANIZATION IS SEQUENTIAL
000161         FILE STATUS IS WS-SECLOG-STATUS.
000162 DATA DIVISION.
000163 FILE SECTION.
000164 FD  REPAY-FILE
000165     LABEL RECORDS ARE STANDARD
000166     RECORD CONTAINS 38 CHARACTERS.
000167 01  REPAY-RECORD.
000168     02  RP-EMP-ID          PIC X(05).
000169     02  RP-RUN-DATE        PIC 9(06).
000170     02  RP-ACCOUNT-NO      PIC 9(10).
000171     02  RP-NET-AMOUNT      PIC S9(7)V99.
000172     02  RP-REASON-CODE     PIC X(02).
000173     02  RP-RETURN-DATE     PIC 9(06).
000174*
000175*****************************************************
000176* REPAID - LOG DOS ITENS DO REPAY JA PAGOS: O ITEM
000177* INTEIRO COMO VEIO DO BANKRTN MAIS O RUN-ID DO RUN
000178* FORA DE CICLO QUE O PAGOU.
000179*****************************************************
000180 FD  REPAID-FILE
000181     LABEL RECORDS ARE STANDARD
000182     RECORD CONTAINS 48 CHARACTERS.
000183 01  REPAID-RECORD.
000184     02  RD-REPAY-ITEM      PIC X(38).
000185     02  RD-PAID-RUN-ID.
000186         03  RD-PAID-PERIOD-END PIC 9(06).
000187         03  RD-PAID-BATCH-NO PIC 9(04).
000188 FD  EMP-FILE
000189     LABEL RECORDS ARE STANDARD
000190     RECORD CONTAINS 62 CHARACTERS.
000191 COPY EMPREC.
000192 FD  YTD-FILE
000193     LABEL RECORDS ARE STANDARD
000194     RECORD CONTAINS 28 CHARACTERS.
000195 COPY YTDREC.
000196 FD  JOURNAL-FILE
000197     LABEL RECORDS ARE STANDARD
000198     RECORD CONTAINS 68 CHARACTERS.
000199 COPY JRNREC.
000200 FD  HIST-FILE
000201     LABEL RECORDS ARE STANDARD
000202     RECORD CONTAINS 52 CHARACTERS.
000203 COPY HISTREC.
000204 FD  PAID-BATCH-FILE
000205     LABEL RECORDS ARE STANDARD
000206     RECORD CONTAINS 10 CHARACTERS.
000207 01  PAID-BATCH-RECORD.
000208     02  PB-PERIOD-END      PIC 9(06).
000209     02  PB-BATCH-NO        PIC 9(04).
000210 FD  PARM-FILE
000211     LABEL RECORDS ARE STANDARD
000212     RECORD CONTAINS 38 CHARACTERS.
000213 01  PARM-RECORD.
000214     02  PM-EFFECTIVE-DATE  PIC 9(06).
000215     02  PM-TAX-PCT         PIC 9(3)V99.
000216     02  FILLER             PIC X(27).
000217 FD  TAX-TABLE-FILE
000218     LABEL RECORDS ARE STANDARD
000219     RECORD CONTAINS 40 CHARACTERS.
000220 01  TAX-TABLE-RECORD.
000221     02  TX-REC-TYPE        PIC X(01).
000222         88  TAXTBL-HEADER-REC         VALUE 'H'.
000223         88  TAXTBL-BRACKET-REC        VALUE 'B'.
000224     02  TX-EFFECTIVE-DATE  PIC 9(06).
000225     02  TX-REC-BODY.
000226         03  TX-TABLE-VERSION PIC X(08).
000227         03  TX-DEPENDENT-ALLOW PIC 9(5)V99.
000228         03  TX-PERIODS-PER-YEAR PIC 9(02).
000229         03  FILLER         PIC X(16).
000230     02  TX-BRACKET-BODY REDEFINES TX-REC-BODY.
000231         03  TX-BRACKET-FLOOR PIC 9(7)V99.
000232         03  TX-BRACKET-RATE PIC 9(3)V99.
000233         03  TX-BRACKET-DEDUCT PIC 9(7)V99.
000234         03  FILLER         PIC X(10).
000235 FD  CHECK-CTL-FILE
000236     LABEL RECORDS ARE STANDARD
000237     RECORD CONTAINS 8 CHARACTERS.
000238 01  CHECK-CTL-RECORD.
000239     02  CK-NEXT-CHECK-NO   PIC 9(08).
000240 FD  BANK-FILE
000241     LABEL RECORDS ARE STANDARD
000242     RECORD CONTAINS 33 CHARACTERS.
000243 01  BANK-REC               PIC X(33).
000244 FD  CHECK-PRINT-FILE
000245     LABEL RECORDS ARE STANDARD
000246     RECORD CONTAINS 80 CHARACTERS.
000247 01  CHECK-REC              PIC X(80).
000248 FD  REGISTER-FILE
000249     LABEL RECORDS ARE STANDARD
000250     RECORD CONTAINS 132 CHARACTERS.
000251 01  OFFREG-REC             PIC X(132).
000252 FD  CHECK-MAST-FILE
000253     LABEL RECORDS ARE STANDARD
000254     RECORD CONTAINS 100 CHARACTERS.
000255 COPY CHKMREC.
000256*
000257*****************************************************
000258* RUNCTL - CONTROLE DE EXECUCAO DA CADEIA DE FOLHA:
000259* O OFFCYCLE SO REGISTRA O INICIO E O FIM DO RUN, COM
000260* O RUN-ID, OS ITENS PAGOS E O LIQUIDO TOTAL.
000261*****************************************************
000262 FD  RUN-CONTROL-FILE
000263     LABEL RECORDS ARE STANDARD
000264     RECORD CONTAINS 126 CHARACTERS.
000265 COPY RUNCREC.
000266*
000267*****************************************************
000268* SEGURANCA: CADASTRO DE OPERADORES (OPERFILE.DAT) E
000269* LOG DE SEGURANCA (SECLOG.DAT).
000270*****************************************************
000271 FD  OPERATOR-FILE
000272     LABEL RECORDS ARE STANDARD
000273     RECORD CONTAINS 60 CHARACTERS.
000274 COPY OPERREC.
000275 FD  SECURITY-LOG-FILE
000276     LABEL RECORDS ARE STANDARD
000277     RECORD CONTAINS 80 CHARACTERS.
000278 COPY SECLREC.
000279 WORKING-STORAGE SECTION.
000280 01  WS-SWITCHES.
000281     02  WS-REPAY-EOF-SWITCH PIC X(01) VALUE 'N'.
000282         88  REPAY-FILE-EOF            VALUE 'Y'.
000283     02  WS-REPAY-OPEN-SWITCH PIC X(01) VALUE 'N'.
000284         88  REPAY-FILE-OPEN           VALUE 'Y'.
000285     02  WS-REPAID-EOF-SWITCH PIC X(01) VALUE 'N'.
000286         88  REPAID-FILE-EOF           VALUE 'Y'.
000287     02  WS-PAIDBAT-EOF-SWITCH PIC X(01) VALUE 'N'.
000288         88  PAIDBAT-FILE-EOF          VALUE 'Y'.
000289     02  WS-JOURNAL-EOF-SWITCH PIC X(01) VALUE 'N'.
000290         88  JOURNAL-FILE-EOF          VALUE 'Y'.
000291     02  WS-PARM-EOF-SWITCH PIC X(01)  VALUE 'N'.
000292         88  PARM-FILE-EOF             VALUE 'Y'.
000293     02  WS-TAXTBL-EOF-SWITCH PIC X(01) VALUE 'N'.
000294         88  TAXTBL-FILE-EOF           VALUE 'Y'.
000295     02  WS-TAXTBL-USED-SWITCH PIC X(01) VALUE 'N'.
000296         88  TAXTBL-FILE-USED          VALUE 'Y'.
000297     02  WS-ENTRY-DONE-SWITCH PIC X(01) VALUE 'N'.
000298         88  MANUAL-ENTRY-DONE         VALUE 'Y'.
000299     02  WS-EMP-FOUND-SWITCH PIC X(01) VALUE 'N'.
000300         88  EMP-RECORD-FOUND          VALUE 'Y'.
000301         88  EMP-RECORD-NOT-FOUND      VALUE 'N'.
000302     02  WS-YTD-FOUND-SWITCH PIC X(01) VALUE 'N'.
000303         88  YTD-RECORD-FOUND          VALUE 'Y'.
000304         88  YTD-RECORD-NOT-FOUND      VALUE 'N'.
000305     02  WS-HIST-FOUND-SWITCH PIC X(01) VALUE 'N'.
000306         88  HIST-RECORD-FOUND         VALUE 'Y'.
000307         88  HIST-RECORD-NOT-FOUND     VALUE 'N'.
000308     02  WS-REPAID-SWITCH   PIC X(01)  VALUE 'N'.
000309         88  REPAY-ALREADY-PAID        VALUE 'Y'.
000310     02  WS-RUN-FOUND-SWITCH PIC X(01) VALUE 'N'.
000311         88  PAID-RUN-FOUND            VALUE 'Y'.
000312 01  WS-REPAY-STATUS        PIC X(02)  VALUE '00'.
000313 01  WS-REPAID-STATUS       PIC X(02)  VALUE '00'.
000314 01  WS-EMPMAST-STATUS      PIC X(02)  VALUE '00'.
000315 01  WS-YTD-STATUS          PIC X(02)  VALUE '00'.
000316 01  WS-JOURNAL-STATUS      PIC X(02)  VALUE '00'.
000317 01  WS-HIST-STATUS         PIC X(02)  VALUE '00'.
000318 01  WS-PAIDBAT-STATUS      PIC X(02)  VALUE '00'.
000319 01  WS-PARM-STATUS         PIC X(02)  VALUE '00'.
000320 01  WS-TAXTBL-STATUS       PIC X(02)  VALUE '00'.
000321 01  WS-CHKCTL-STATUS       PIC X(02)  VALUE '00'.
000322 01  WS-BANK-STATUS         PIC X(02)  VALUE '00'.
000323 01  WS-CHKPRT-STATUS       PIC X(02)  VALUE '00'.
000324 01  WS-OFFREG-STATUS       PIC X(02)  VALUE '00'.
000325 01  WS-CHKMAST-STATUS      PIC X(02)  VALUE '00'.
000326*
000327*****************************************************
000328* CONTROLE DE EXECUCAO (RUNCTL.DAT): DADOS DO REGISTRO
000329* QUE ESTE PROGRAMA GRAVA AO COMECAR E AO TERMINAR.
000330*****************************************************
000331 01  WS-RUNCTL-STATUS       PIC X(02)  VALUE '00'.
000332 01  RCL-WORK-AREAS.
000333     02  RCL-STEP-NAME      PIC X(08)  VALUE 'OFFCYCLE'.
000334     02  RCL-EVENT          PIC X(01)  VALUE SPACE.
000335     02  RCL-RUN-MODE       PIC X(01)  VALUE SPACE.
000336     02  RCL-RETURN-CODE    PIC 9(02)  VALUE ZERO.
000337     02  RCL-RUN-ID.
000338         03  RCL-PERIOD-END PIC 9(06)  VALUE ZERO.
000339         03  RCL-BATCH-NO   PIC 9(04)  VALUE ZERO.
000340     02  RCL-FILE-NAME      PIC X(12)  VALUE SPACES.
000341     02  RCL-REC-COUNT      PIC 9(07)  VALUE ZERO.
000342     02  RCL-HASH-TOTAL     PIC S9(11)V99 VALUE ZERO.
000343     02  RCL-OPERATOR-ID    PIC X(08)  VALUE SPACES.
000344     02  RCL-MESSAGE        PIC X(40)  VALUE SPACES.
000345     02  RCL-REFUSAL        PIC X(40)  VALUE SPACES.
000346     02  RCL-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000347         88  RUNCTL-FILE-EOF           VALUE 'Y'.
000348     02  RCL-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
000349         88  RCL-INPUT-EOF             VALUE 'Y'.
000350     02  RCL-READ-COUNT     PIC S9(7) COMP VALUE ZERO.
000351 01  WS-ABORT-MESSAGE       PIC X(40)  VALUE SPACES.
000352 01  WS-RUN-DATE.
000353     02  WS-RUN-YY          PIC 99.
000354     02  WS-RUN-MM          PIC 99.
000355     02  WS-RUN-DD          PIC 99.
000356 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
000357                            PIC 9(06).
000358 01  OFC-RUN-ID.
000359     02  OFC-PERIOD-END     PIC 9(06)  VALUE ZERO.
000360     02  OFC-BATCH-NO       PIC 9(04)  VALUE ZERO.
000361 77  PAID-SUB               PIC S9(3) COMP  VALUE ZERO.
000362 77  REPD-SUB               PIC S9(3) COMP  VALUE ZERO.
000363 77  TAX-SUB                PIC S9(3) COMP  VALUE ZERO.
000364 77  TAX-HIT-SUB            PIC S9(3) COMP  VALUE ZERO.
000365 77  PAY-TAX-PCT            PIC S9(3)V99    VALUE 18.00.
000366 77  OFC-NEXT-CHECK-NO      PIC 9(08)       VALUE 1.
000367 01  OFC-LOG-DETAIL.
000368     02  FILLER             PIC X(14)
000369         VALUE 'OFF-CYCLE RUN '.
000370     02  OLD-RUN-ID         PIC X(10).
000371     02  FILLER             PIC X(07)  VALUE ' ITEMS '.
000372     02  OLD-PAID-COUNT     PIC 9(05).
000373     02  FILLER             PIC X(04)  VALUE SPACES.
000374 01  OFC-WORK-AREAS.
000375     02  OFC-LAST-BATCH     PIC 9(04)  VALUE ZERO.
000376     02  OFC-EMP-ID         PIC X(05)  VALUE SPACES.
000377     02  OFC-EMP-NAME       PIC X(20)  VALUE SPACES.
000378     02  OFC-ITEM-TYPE      PIC X(01)  VALUE SPACE.
000379         88  OFC-REPAY-ITEM            VALUE 'R'.
000380         88  OFC-FINAL-ITEM            VALUE 'F' 'f'.
000381         88  OFC-MANUAL-ITEM           VALUE 'M' 'm'.
000382     02  OFC-PAY-METHOD     PIC X(01)  VALUE SPACE.
000383         88  OFC-PAY-BY-DEPOSIT        VALUE 'D' 'd'.
000384         88  OFC-PAY-BY-CHECK          VALUE 'C' 'c'.
000385     02  OFC-GROSS          PIC S9(5)V99    VALUE ZERO.
000386     02  OFC-TAX-AMT        PIC S9(5)V99    VALUE ZERO.
000387     02  OFC-NET-PAY        PIC S9(7)V99    VALUE ZERO.
000388     02  OFC-REFERENCE      PIC 9(10)       VALUE ZERO.
000389     02  OFC-IN-EMP-ID      PIC X(05)  VALUE SPACES.
000390     02  OFC-IN-GROSS       PIC 9(7)V99     VALUE ZERO.
000391     02  OFC-IN-CONFIRM     PIC X(01)  VALUE SPACE.
000392         88  OFC-CONFIRMED             VALUE 'Y' 'y'.
000393     02  OFC-AMOUNT-ED      PIC ZZ,ZZZ,ZZ9.99-.
000394 01  OFC-REPAY-NOTE.
000395     02  FILLER             PIC X(14)
000396         VALUE 'RETURN OF RUN '.
000397     02  ORN-RUN-DATE       PIC 9(06).
000398 01  OFC-FINAL-NOTE.
000399     02  FILLER             PIC X(11)  VALUE 'TERMINATED '.
000400     02  OFN-TERM-DATE      PIC 9(06).
000401     02  FILLER             PIC X(03)  VALUE SPACES.
000402 01  OFC-TOTALS.
000403     02  OFC-PAID-COUNT     PIC S9(5)  COMP  VALUE ZERO.
000404     02  OFC-REPAY-COUNT    PIC S9(5)  COMP  VALUE ZERO.
000405     02  OFC-REPAY-PENDING  PIC S9(5)  COMP  VALUE ZERO.
000406     02  OFC-EXCEPT-COUNT   PIC S9(5)  COMP  VALUE ZERO.
000407     02  OFC-TOTAL-GROSS    PIC S9(9)V99     VALUE ZERO.
000408     02  OFC-TOTAL-TAX      PIC S9(9)V99     VALUE ZERO.
000409     02  OFC-TOTAL-NET      PIC S9(9)V99     VALUE ZERO.
000410     02  OFC-BANK-COUNT     PIC S9(5)  COMP  VALUE ZERO.
000411     02  OFC-BANK-NET       PIC S9(9)V99     VALUE ZERO.
000412     02  OFC-CHECK-COUNT    PIC S9(5)  COMP  VALUE ZERO.
000413     02  OFC-CHECK-NET      PIC S9(9)V99     VALUE ZERO.
000414 01  PARM-WORK-AREAS.
000415     02  WS-PARM-EFFECTIVE  PIC 9(06)  VALUE ZERO.
000416 01  TAX-WORK-AREAS.
000417     02  WS-TAX-EFFECTIVE   PIC 9(06)  VALUE ZERO.
000418     02  TAX-TABLE-VERSION  PIC X(08)  VALUE SPACES.
000419     02  TAX-DEPENDENT-ALLOW PIC S9(5)V99   VALUE ZERO.
000420     02  TAX-PERIODS-PER-YEAR PIC S9(3) COMP VALUE 26.
000421     02  TAX-ANNUAL-GROSS   PIC S9(9)V99    VALUE ZERO.
000422     02  TAX-ALLOW-AMT      PIC S9(9)V99    VALUE ZERO.
000423     02  TAX-TAXABLE        PIC S9(9)V99    VALUE ZERO.
000424     02  TAX-ANNUAL-CALC    PIC S9(11)V99   VALUE ZERO.
000425     02  TAX-ANNUAL-TAX     PIC S9(9)V99    VALUE ZERO.
000426     02  TAX-CUM-GROSS      PIC S9(7)V99    VALUE ZERO.
000427     02  TAX-CUM-TAX        PIC S9(7)V99    VALUE ZERO.
000428     02  TAX-CUM-WITHHELD   PIC S9(7)V99    VALUE ZERO.
000429*
000430*****************************************************
000431* TABELA DAS FAIXAS DE RETENCAO DA VERSAO DO TAXTBL EM
000432* VIGOR, CARREGADA PELA MESMA REGRA DO EASYCALC; SEM
000433* TAXTBL EM VIGOR VALE A ALIQUOTA PLANA DO PAYPARM
000434* COMO FAIXA UNICA.
000435*****************************************************
000436 01  TAX-TABLE-AREA.
000437     02  TAX-COUNT          PIC S9(3) COMP  VALUE ZERO.
000438     02  TAX-ENTRY OCCURS 20 TIMES.
000439         03  TAX-FLOOR      PIC S9(7)V99.
000440         03  TAX-RATE       PIC S9(3)V99.
000441         03  TAX-DEDUCT     PIC S9(7)V99.
000442*
000443*****************************************************
000444* TABELA DOS LOTES FORA DE CICLO JA PAGOS, CARREGADA
000445* DO PAIDBAT.DAT, PARA A ESCOLHA DO RUN-ID E PARA
000446* VALIDAR O LOG DE ITENS JA RE-PAGOS.
000447*****************************************************
000448 01  PAID-TABLE-AREA.
000449     02  PAID-COUNT         PIC S9(3) COMP  VALUE ZERO.
000450     02  PAID-ENTRY OCCURS 200 TIMES.
000451         03  PD-PERIOD-END  PIC 9(06).
000452         03  PD-BATCH-NO    PIC 9(04).
000453*
000454*****************************************************
000455* TABELA DOS ITENS DO REPAY JA PAGOS (DO LOG REPAID
000456* COM RUN AINDA EM PAIDBAT, MAIS OS PAGOS NESTE RUN).
000457*****************************************************
000458 01  REPD-TABLE-AREA.
000459     02  REPD-COUNT         PIC S9(3) COMP  VALUE ZERO.
000460     02  REPD-ENTRY OCCURS 500 TIMES.
000461         03  REPD-ITEM      PIC X(38).
000462*
000463*****************************************************
000464* GROSS E IMPOSTO JA RETIDO DOS ITENS F/M PAGOS NESTE
000465* RUN, POR FUNCIONARIO (O OPERADOR PODE DIGITAR OS
000466* ITENS DE UM FUNCIONARIO INTERCALADOS COM OS DE
000467* OUTROS), PARA O IMPOSTO SER DO ACUMULADO DO RUN.
000468*****************************************************
000469 77  ETX-SUB                PIC S9(3) COMP  VALUE ZERO.
000470 77  ETX-HIT-SUB            PIC S9(3) COMP  VALUE ZERO.
000471 01  ETX-TABLE-AREA.
000472     02  ETX-COUNT          PIC S9(3) COMP  VALUE ZERO.
000473     02  ETX-ENTRY OCCURS 100 TIMES.
000474         03  ETX-EMP-ID     PIC X(05).
000475         03  ETX-GROSS      PIC S9(7)V99.
000476         03  ETX-WITHHELD   PIC S9(7)V99.
000477 01  OFC-TITLE-LINE.
000478     02  FILLER             PIC X(24) VALUE SPACES.
000479     02  FILLER             PIC X(37)
000480         VALUE 'EASYCALC OFF-CYCLE PAYMENT REGISTER'.
000481     02  FILLER             PIC X(08) VALUE 'RUN ID: '.
000482     02  OT-RUN-ID          PIC X(10).
000483     02  FILLER             PIC X(53) VALUE SPACES.
000484 01  OFC-DATE-LINE.
000485     02  FILLER             PIC X(24) VALUE SPACES.
000486     02  FILLER             PIC X(10) VALUE 'RUN DATE: '.
000487     02  OD-RUN-MM          PIC 99.
000488     02  FILLER             PIC X(01) VALUE '/'.
000489     02  OD-RUN-DD          PIC 99.
000490     02  FILLER             PIC X(01) VALUE '/'.
000491     02  OD-RUN-YY          PIC 99.
000492     02  FILLER             PIC X(90) VALUE SPACES.
000493 01  OFC-SOURCE-LINE.
000494     02  FILLER             PIC X(24) VALUE SPACES.
000495     02  OS-TEXT            PIC X(42) VALUE SPACES.
000496     02  OS-VERSION         PIC X(08) VALUE SPACES.
000497     02  FILLER             PIC X(58) VALUE SPACES.
000498 01  OFC-HEADING-LINE.
000499     02  FILLER             PIC X(02) VALUE SPACES.
000500     02  FILLER             PIC X(08) VALUE 'EMP ID'.
000501     02  FILLER             PIC X(22) VALUE 'EMPLOYEE NAME'.
000502     02  FILLER             PIC X(12) VALUE 'ITEM'.
000503     02  FILLER             PIC X(16) VALUE '         GROSS'.
000504     02  FILLER             PIC X(16) VALUE '           TAX'.
000505     02  FILLER             PIC X(16) VALUE '       NET PAY'.
000506     02  FILLER             PIC X(08) VALUE 'PAID BY'.
000507     02  FILLER             PIC X(12) VALUE 'CHK/ACCOUNT'.
000508     02  FILLER             PIC X(20) VALUE 'NOTE'.
000509 01  OFC-DETAIL-LINE.
000510     02  FILLER             PIC X(02) VALUE SPACES.
000511     02  OL-EMP-ID          PIC X(08).
000512     02  OL-EMP-NAME        PIC X(20).
000513     02  FILLER             PIC X(02) VALUE SPACES.
000514     02  OL-ITEM            PIC X(12).
000515     02  OL-GROSS           PIC $$,$$$,$$9.99-.
000516     02  FILLER             PIC X(02) VALUE SPACES.
000517     02  OL-TAX             PIC $$,$$$,$$9.99-.
000518     02  FILLER             PIC X(02) VALUE SPACES.
000519     02  OL-NET             PIC $$,$$$,$$9.99-.
000520     02  FILLER             PIC X(02) VALUE SPACES.
000521     02  OL-METHOD          PIC X(08).
000522     02  OL-REFERENCE       PIC 9(10).
000523     02  FILLER             PIC X(02) VALUE SPACES.
000524     02  OL-NOTE            PIC X(20).
000525 01  OFC-EXCEPT-LINE.
000526     02  FILLER             PIC X(14)
000527         VALUE '*** EXCEPTION '.
000528     02  XL-EMP-ID          PIC X(05).
000529     02  FILLER             PIC X(01) VALUE SPACE.
000530     02  XL-RUN-DATE        PIC 9(06).
000531     02  FILLER             PIC X(01) VALUE SPACE.
000532     02  XL-AMOUNT          PIC $$,$$$,$$9.99-.
000533     02  FILLER             PIC X(01) VALUE SPACE.
000534     02  XL-REASON          PIC X(40).
000535     02  FILLER             PIC X(50) VALUE SPACES.
000536 01  OFC-TRAILER-LINE.
000537     02  FILLER             PIC X(30)
000538         VALUE '*** END OF OFF-CYCLE RUN *** '.
000539     02  FILLER             PIC X(07) VALUE 'ITEMS: '.
000540     02  OR-PAID-COUNT      PIC ZZ,ZZ9.
000541     02  FILLER             PIC X(02) VALUE SPACES.
000542     02  FILLER             PIC X(07) VALUE 'GROSS: '.
000543     02  OR-TOTAL-GROSS     PIC $$,$$$,$$9.99-.
000544     02  FILLER             PIC X(02) VALUE SPACES.
000545     02  FILLER             PIC X(05) VALUE 'TAX: '.
000546     02  OR-TOTAL-TAX       PIC $$,$$$,$$9.99-.
000547     02  FILLER             PIC X(02) VALUE SPACES.
000548     02  FILLER             PIC X(05) VALUE 'NET: '.
000549     02  OR-TOTAL-NET       PIC $$,$$$,$$9.99-.
000550     02  FILLER             PIC X(24) VALUE SPACES.
000551 01  OFC-SPLIT-LINE.
000552     02  FILLER             PIC X(30) VALUE SPACES.
000553     02  FILLER             PIC X(10) VALUE 'DEPOSITS: '.
000554     02  OR-BANK-COUNT      PIC ZZ,ZZ9.
000555     02  FILLER             PIC X(01) VALUE SPACE.
000556     02  OR-BANK-NET        PIC $$,$$$,$$9.99-.
000557     02  FILLER             PIC X(02) VALUE SPACES.
000558     02  FILLER             PIC X(08) VALUE 'CHECKS: '.
000559     02  OR-CHECK-COUNT     PIC ZZ,ZZ9.
000560     02  FILLER             PIC X(01) VALUE SPACE.
000561     02  OR-CHECK-NET       PIC $$,$$$,$$9.99-.
000562     02  FILLER             PIC X(02) VALUE SPACES.
000563     02  FILLER             PIC X(12) VALUE 'EXCEPTIONS: '.
000564     02  OR-EXCEPT-COUNT    PIC ZZ,ZZ9.
000565     02  FILLER             PIC X(20) VALUE SPACES.
000566 01  BANK-HEADER-LINE.
000567     02  FILLER             PIC X(01) VALUE 'H'.
000568     02  BH-RUN-DATE        PIC 9(06).
000569     02  BH-PERIOD-NO       PIC 9(02).
000570     02  FILLER             PIC X(24) VALUE SPACES.
000571 01  BANK-DETAIL-LINE.
000572     02  FILLER             PIC X(01) VALUE 'D'.
000573     02  BD-EMP-ID          PIC X(05).
000574     02  BD-BANK-NO         PIC 9(03).
000575     02  BD-BRANCH-NO       PIC 9(05).
000576     02  BD-ACCOUNT-NO      PIC 9(10).
000577     02  BD-NET-AMOUNT      PIC S9(7)V99.
000578 01  BANK-TRAILER-LINE.
000579     02  FILLER             PIC X(01) VALUE 'T'.
000580     02  BT-RECORD-COUNT    PIC 9(06).
000581     02  BT-HASH-NET        PIC S9(9)V99.
000582     02  FILLER             PIC X(15) VALUE SPACES.
000583 01  CHK-RULE-LINE.
000584     02  FILLER             PIC X(80) VALUE ALL '*'.
000585 01  CHK-TITLE-LINE.
000586     02  FILLER             PIC X(05) VALUE '*    '.
000587     02  FILLER             PIC X(32)
000588         VALUE 'EASYCALC OFF-CYCLE PAYROLL CHECK'.
000589     02  FILLER             PIC X(42) VALUE SPACES.
000590     02  FILLER             PIC X(01) VALUE '*'.
000591 01  CHK-NO-LINE.
000592     02  FILLER             PIC X(05) VALUE '*    '.
000593     02  FILLER             PIC X(10) VALUE 'CHECK NO: '.
000594     02  CHK-NO             PIC 9(08).
000595     02  FILLER             PIC X(06) VALUE SPACES.
000596     02  FILLER             PIC X(06) VALUE 'DATE: '.
000597     02  CHK-RUN-MM         PIC 99.
000598     02  FILLER             PIC X(01) VALUE '/'.
000599     02  CHK-RUN-DD         PIC 99.
000600     02  FILLER             PIC X(01) VALUE '/'.
000601     02  CHK-RUN-YY         PIC 99.
000602     02  FILLER             PIC X(36) VALUE SPACES.
000603     02  FILLER             PIC X(01) VALUE '*'.
000604 01  CHK-PAYEE-LINE.
000605     02  FILLER             PIC X(05) VALUE '*    '.
000606     02  FILLER             PIC X(21)
000607         VALUE 'PAY TO THE ORDER OF: '.
000608     02  CHK-PAYEE-NAME     PIC X(20).
000609     02  FILLER             PIC X(33) VALUE SPACES.
000610     02  FILLER             PIC X(01) VALUE '*'.
000611 01  CHK-AMOUNT-LINE.
000612     02  FILLER             PIC X(05) VALUE '*    '.
000613     02  FILLER             PIC X(11) VALUE 'THE SUM OF '.
000614     02  CHK-AMOUNT         PIC $$,$$$,$$9.99.
000615     02  FILLER             PIC X(50) VALUE SPACES.
000616     02  FILLER             PIC X(01) VALUE '*'.
000617 01  CHK-MEMO-LINE.
000618     02  FILLER             PIC X(05) VALUE '*    '.
000619     02  FILLER             PIC X(27)
000620         VALUE 'MEMO: OFF-CYCLE - EMPLOYEE '.
000621     02  CHK-MEMO-EMP-ID    PIC X(05).
000622     02  FILLER             PIC X(42) VALUE SPACES.
000623     02  FILLER             PIC X(01) VALUE '*'.
000624*
000625*****************************************************
000626* SEGURANCA DE OPERADORES: OPERADOR IDENTIFICADO PELA
000627* 9400, PAPEL MINIMO EXIGIDO, SEGUNDO APROVADOR E
000628* DADOS DO PROXIMO REGISTRO DO SECLOG. A SENHA
000629* DIGITADA SO FICA NA AREA ATE O CALCULO DO CODIGO.
000630*****************************************************
000631 01  WS-OPERFILE-STATUS     PIC X(02)  VALUE '00'.
000632 01  WS-SECLOG-STATUS       PIC X(02)  VALUE '00'.
000633 01  SGN-ROLE-VALUES.
000634     02  SGN-ROLE-INQUIRY   PIC 9(01)  VALUE 1.
000635     02  SGN-ROLE-CLERK     PIC 9(01)  VALUE 2.
000636     02  SGN-ROLE-SUPERVISOR PIC 9(01) VALUE 3.
000637     02  SGN-ROLE-MANAGER   PIC 9(01)  VALUE 4.
000638 01  SGN-WORK-AREAS.
000639     02  SGN-PROGRAM        PIC X(08)  VALUE 'OFFCYCLE'.
000640     02  SGN-OPER-ID        PIC X(08)  VALUE SPACES.
000641     02  SGN-OPER-ROLE      PIC 9(01)  VALUE ZERO.
000642     02  SGN-APPROVER-ID    PIC X(08)  VALUE SPACES.
000643     02  SGN-REQUIRED-ROLE  PIC 9(01)  VALUE ZERO.
000644     02  SGN-CHECK-ROLE     PIC 9(01)  VALUE ZERO.
000645     02  SGN-ATTEMPTS       PIC 9(01)  VALUE ZERO.
000646     02  SGN-RESULT-SWITCH  PIC X(01)  VALUE 'N'.
000647         88  SIGN-ON-ACCEPTED          VALUE 'Y'.
000648     02  SGN-KEY-IN.
000649         03  SGN-IN-ID      PIC X(08)  VALUE SPACES.
000650         03  SGN-IN-PASSWORD PIC X(08) VALUE SPACES.
000651     02  SGN-KEY-CHARS REDEFINES SGN-KEY-IN.
000652         03  SGN-KEY-CHAR   PIC X(01)  OCCURS 16 TIMES.
000653     02  SGN-HASH           PIC 9(10)  VALUE ZERO.
000654     02  SGN-HASH-WORK      PIC 9(12)  VALUE ZERO.
000655     02  SGN-HASH-QUOTIENT  PIC 9(12)  VALUE ZERO.
000656     02  SGN-CHAR-POS       PIC 9(02)  VALUE ZERO.
000657     02  SGN-LOG-EVENT      PIC X(01)  VALUE SPACE.
000658     02  SGN-LOG-OPER-ID    PIC X(08)  VALUE SPACES.
000659     02  SGN-LOG-DETAIL     PIC X(40)  VALUE SPACES.
000660 01  SGN-CHAR-VALUES.
000661     02  FILLER             PIC X(32)
000662         VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
000663     02  FILLER             PIC X(32)
000664         VALUE '56789abcdefghijklmnopqrstuvwxyz-'.
000665 01  SGN-CHAR-TABLE REDEFINES SGN-CHAR-VALUES.
000666     02  SGN-CHAR           PIC X(01)  OCCURS 64 TIMES.
000667 77  SGN-KEY-SUB            PIC S9(3) COMP  VALUE ZERO.
000668 77  SGN-CHAR-SUB           PIC S9(3) COMP  VALUE ZERO.
000669 PROCEDURE DIVISION.
000670 0000-MAINLINE.
000671     PERFORM 1000-INITIALIZE-RUN
000672         THRU 1000-EXIT.
000673     PERFORM 2000-READ-REPAY
000674         THRU 2000-EXIT.
000675     PERFORM 3000-PROCESS-REPAY
000676         THRU 3000-EXIT
000677         UNTIL REPAY-FILE-EOF.
000678     PERFORM 4000-ENTER-MANUAL-ITEM
000679         THRU 4000-EXIT
000680         UNTIL MANUAL-ENTRY-DONE.
000681     PERFORM 8000-TERMINATE-RUN
000682         THRU 8000-EXIT.
000683     STOP RUN.
000684*
000685*****************************************************
000686* 1000-INITIALIZE-RUN - CARREGA AS REGRAS DE IMPOSTO, O
000687* PAIDBAT E O LOG DE RE-PAGAMENTOS, ESCOLHE O RUN-ID,
000688* LE O NUMERO DE CHEQUE DO CHKCTRL E ABRE OS ARQUIVOS;
000689* SEM CADASTRO EMPMAST O RUN ABORTA. SEM REPAY.DAT NAO
000690* HA RE-PAGAMENTO PENDENTE E SO A LISTA DIGITADA E
000691* PAGA; COM REPAY.DAT, A TABELA DE ITENS PAGOS TEM DE
000692* COMPORTAR TODOS OS SEUS ITENS ANTES DE QUALQUER
000693* PAGAMENTO.
000694*****************************************************
000695 1000-INITIALIZE-RUN.
000696     ACCEPT WS-RUN-DATE FROM DATE.
000697     MOVE SGN-ROLE-SUPERVISOR TO SGN-REQUIRED-ROLE.
000698     PERFORM 9400-SIGN-ON
000699         THRU 9400-EXIT
000700         UNTIL SIGN-ON-ACCEPTED
000701         OR SGN-ATTEMPTS = 3.
000702     IF NOT SIGN-ON-ACCEPTED
000703         MOVE 'OPERATOR SIGN-ON FAILED' TO WS-ABORT-MESSAGE
000704         PERFORM 9000-ABORT-RUN
000705             THRU 9000-EXIT
000706     END-IF.
000707     MOVE SGN-OPER-ID TO RCL-OPERATOR-ID.
000708     OPEN INPUT EMP-FILE.
000709     IF WS-EMPMAST-STATUS NOT = '00'
000710         MOVE 'EMPLOYEE MASTER EMPMAST NOT AVAILABLE' TO
000711             WS-ABORT-MESSAGE
000712         PERFORM 9000-ABORT-RUN
000713             THRU 9000-EXIT
000714     END-IF.
000715     PERFORM 1400-LOAD-PARAMETERS
000716         THRU 1400-EXIT.
000717     PERFORM 1450-LOAD-TAX-TABLE
000718         THRU 1450-EXIT.
000719     PERFORM 1900-LOAD-PAID-BATCH
000720         THRU 1900-EXIT.
000721     PERFORM 1600-ASSIGN-RUN-ID
000722         THRU 1600-EXIT.
000723     PERFORM 1700-LOAD-REPAID-LOG
000724         THRU 1700-EXIT.
000725     PERFORM 1950-LOAD-CHECK-CONTROL
000726         THRU 1950-EXIT.
000727     OPEN INPUT REPAY-FILE.
000728     IF WS-REPAY-STATUS = '00'
000729         PERFORM 1750-CHECK-REPAID-ROOM
000730             THRU 1750-EXIT
000731         MOVE 'Y' TO WS-REPAY-OPEN-SWITCH
000732     ELSE
000733         MOVE 'Y' TO WS-REPAY-EOF-SWITCH
000734         DISPLAY 'OFFCYCLE - NO REPAY.DAT - NO RE-PAYMENTS'
000735             ' PENDING'
000736     END-IF.
000737     OPEN I-O YTD-FILE.
000738     IF WS-YTD-STATUS NOT = '00'
000739         OPEN OUTPUT YTD-FILE
000740         CLOSE YTD-FILE
000741         OPEN I-O YTD-FILE
000742     END-IF.
000743     OPEN EXTEND JOURNAL-FILE.
000744     IF WS-JOURNAL-STATUS NOT = '00'
000745         OPEN OUTPUT JOURNAL-FILE
000746     END-IF.
000747     OPEN I-O HIST-FILE.
000748     IF WS-HIST-STATUS NOT = '00'
000749         OPEN OUTPUT HIST-FILE
000750         CLOSE HIST-FILE
000751         OPEN I-O HIST-FILE
000752     END-IF.
000753     OPEN OUTPUT BANK-FILE.
000754     MOVE WS-RUN-DATE-NUM TO BH-RUN-DATE.
000755     MOVE ZERO TO BH-PERIOD-NO.
000756     WRITE BANK-REC FROM BANK-HEADER-LINE.
000757     OPEN OUTPUT CHECK-PRINT-FILE.
000758     OPEN I-O CHECK-MAST-FILE.
000759     IF WS-CHKMAST-STATUS NOT = '00'
000760         OPEN OUTPUT CHECK-MAST-FILE
000761         CLOSE CHECK-MAST-FILE
000762         OPEN I-O CHECK-MAST-FILE
000763     END-IF.
000764     MOVE WS-RUN-MM TO CHK-RUN-MM.
000765     MOVE WS-RUN-DD TO CHK-RUN-DD.
000766     MOVE WS-RUN-YY TO CHK-RUN-YY.
000767     OPEN OUTPUT REGISTER-FILE.
000768     PERFORM 1500-WRITE-REGISTER-HEADING
000769         THRU 1500-EXIT.
000770     DISPLAY 'OFFCYCLE - OFF-CYCLE RUN ID ' OFC-RUN-ID.
000771     MOVE OFC-RUN-ID TO RCL-RUN-ID.
000772     MOVE 'REPAY.DAT' TO RCL-FILE-NAME.
000773     MOVE 'S' TO RCL-EVENT.
000774     PERFORM 9100-WRITE-RUN-CONTROL
000775         THRU 9100-EXIT.
000776 1000-EXIT.
000777     EXIT.
000778*
000779*****************************************************
000780* 1400-LOAD-PARAMETERS - LE DO PAYPARM.DAT A ALIQUOTA
000781* PLANA DE IMPOSTO EM VIGOR NA DATA DO RUN (MESMA
000782* REGRA DE VIGENCIA DO EASYCALC), USADA SO QUANDO NAO
000783* HA TAXTBL EM VIGOR; SEM ARQUIVO VALE O VALUE
000784* COMPILADO.
000785*****************************************************
000786 1400-LOAD-PARAMETERS.
000787     OPEN INPUT PARM-FILE.
000788     IF WS-PARM-STATUS NOT = '00'
000789         GO TO 1400-EXIT
000790     END-IF.
000791     MOVE 'N' TO WS-PARM-EOF-SWITCH.
000792     PERFORM 1410-READ-PARM
000793         THRU 1410-EXIT.
000794     PERFORM 1420-APPLY-PARM
000795         THRU 1420-EXIT
000796         UNTIL PARM-FILE-EOF.
000797     CLOSE PARM-FILE.
000798 1400-EXIT.
000799     EXIT.
000800*
000801*****************************************************
000802* 1410-READ-PARM - LE O PROXIMO REGISTRO DE PARAMETROS.
000803*****************************************************
000804 1410-READ-PARM.
000805     READ PARM-FILE
000806         AT END
000807             MOVE 'Y' TO WS-PARM-EOF-SWITCH
000808     END-READ.
000809 1410-EXIT.
000810     EXIT.
000811*
000812*****************************************************
000813* 1420-APPLY-PARM - ADOTA A ALIQUOTA DO REGISTRO LIDO
000814* SE A VIGENCIA DELE NAO FOR POSTERIOR A DATA DO RUN E
000815* FOR MAIS RECENTE QUE A DO REGISTRO JA ADOTADO.
000816*****************************************************
000817 1420-APPLY-PARM.
000818     IF PM-EFFECTIVE-DATE NOT > WS-RUN-DATE-NUM
000819         AND PM-EFFECTIVE-DATE NOT < WS-PARM-EFFECTIVE
000820         MOVE PM-EFFECTIVE-DATE TO WS-PARM-EFFECTIVE
000821         MOVE PM-TAX-PCT TO PAY-TAX-PCT
000822     END-IF.
000823     PERFORM 1410-READ-PARM
000824         THRU 1410-EXIT.
000825 1420-EXIT.
000826     EXIT.
000827*
000828*****************************************************
000829* 1450-LOAD-TAX-TABLE - CARREGA A TABELA PROGRESSIVA
000830* DE RETENCAO DO TAXTBL.DAT PELA MESMA REGRA DO
000831* EASYCALC: VALE A VERSAO DE DATA MAIS RECENTE NAO
000832* POSTERIOR A DATA DO RUN; SEM VERSAO EM VIGOR VALE A
000833* ALIQUOTA PLANA COMO FAIXA UNICA, E VERSAO EM VIGOR
000834* SEM HEADER OU SEM FAIXAS ABORTA O RUN.
000835*****************************************************
000836 1450-LOAD-TAX-TABLE.
000837     OPEN INPUT TAX-TABLE-FILE.
000838     IF WS-TAXTBL-STATUS NOT = '00'
000839         GO TO 1450-FLAT-RATE
000840     END-IF.
000841     MOVE 'N' TO WS-TAXTBL-EOF-SWITCH.
000842     PERFORM 1460-READ-TAX-TABLE
000843         THRU 1460-EXIT.
000844     PERFORM 1470-APPLY-TAX-RECORD
000845         THRU 1470-EXIT
000846         UNTIL TAXTBL-FILE-EOF.
000847     CLOSE TAX-TABLE-FILE.
000848     IF NOT TAXTBL-FILE-USED
000849         GO TO 1450-FLAT-RATE
000850     END-IF.
000851     IF TAX-TABLE-VERSION = SPACES
000852         OR TAX-COUNT = ZERO
000853         MOVE 'TAXTBL VERSION IN EFFECT INCOMPLETE' TO
000854             WS-ABORT-MESSAGE
000855         PERFORM 9000-ABORT-RUN
000856             THRU 9000-EXIT
000857     END-IF.
000858     IF TAX-PERIODS-PER-YEAR = ZERO
000859         MOVE 26 TO TAX-PERIODS-PER-YEAR
000860     END-IF.
000861     GO TO 1450-EXIT.
000862 1450-FLAT-RATE.
000863     MOVE 1 TO TAX-COUNT.
000864     MOVE ZERO TO TAX-FLOOR (1).
000865     MOVE PAY-TAX-PCT TO TAX-RATE (1).
000866     MOVE ZERO TO TAX-DEDUCT (1).
000867 1450-EXIT.
000868     EXIT.
000869*
000870*****************************************************
000871* 1460-READ-TAX-TABLE - LE O PROXIMO REGISTRO DA
000872* TABELA DE RETENCAO.
000873*****************************************************
000874 1460-READ-TAX-TABLE.
000875     READ TAX-TABLE-FILE
000876         AT END
000877             MOVE 'Y' TO WS-TAXTBL-EOF-SWITCH
000878     END-READ.
000879 1460-EXIT.
000880     EXIT.
000881*
000882*****************************************************
000883* 1470-APPLY-TAX-RECORD - ADOTA O REGISTRO LIDO SE A
000884* VIGENCIA DELE NAO FOR POSTERIOR A DATA DO RUN E NAO
000885* FOR ANTERIOR A DA VERSAO JA ADOTADA; UMA VIGENCIA
000886* MAIS RECENTE DESCARTA A VERSAO ANTERIOR.
000887*****************************************************
000888 1470-APPLY-TAX-RECORD.
000889     IF TX-EFFECTIVE-DATE > WS-RUN-DATE-NUM
000890         OR TX-EFFECTIVE-DATE < WS-TAX-EFFECTIVE
000891         GO TO 1470-READ-NEXT
000892     END-IF.
000893     IF TX-EFFECTIVE-DATE > WS-TAX-EFFECTIVE
000894         OR NOT TAXTBL-FILE-USED
000895         MOVE TX-EFFECTIVE-DATE TO WS-TAX-EFFECTIVE
000896         MOVE ZERO TO TAX-COUNT
000897         MOVE SPACES TO TAX-TABLE-VERSION
000898         MOVE ZERO TO TAX-DEPENDENT-ALLOW
000899         MOVE ZERO TO TAX-PERIODS-PER-YEAR
000900         MOVE 'Y' TO WS-TAXTBL-USED-SWITCH
000901     END-IF.
000902     IF TAXTBL-HEADER-REC
000903         MOVE TX-TABLE-VERSION TO TAX-TABLE-VERSION
000904         MOVE TX-DEPENDENT-ALLOW TO TAX-DEPENDENT-ALLOW
000905         MOVE TX-PERIODS-PER-YEAR TO TAX-PERIODS-PER-YEAR
000906     END-IF.
000907     IF TAXTBL-BRACKET-REC
000908         IF TAX-COUNT >= 20
000909             MOVE 'TAXTBL TABLE FULL - TOO MANY BRACKETS' TO
000910                 WS-ABORT-MESSAGE
000911             PERFORM 9000-ABORT-RUN
000912                 THRU 9000-EXIT
000913         END-IF
000914         ADD 1 TO TAX-COUNT
000915         MOVE TX-BRACKET-FLOOR TO TAX-FLOOR (TAX-COUNT)
000916         MOVE TX-BRACKET-RATE TO TAX-RATE (TAX-COUNT)
000917         MOVE TX-BRACKET-DEDUCT TO TAX-DEDUCT (TAX-COUNT)
000918     END-IF.
000919 1470-READ-NEXT.
000920     PERFORM 1460-READ-TAX-TABLE
000921         THRU 1460-EXIT.
000922 1470-EXIT.
000923     EXIT.
000924*
000925*****************************************************
000926* 1500-WRITE-REGISTER-HEADING - IMPRIME O CABECALHO DO
000927* REGISTRO DO RUN FORA DE CICLO: TITULO COM O RUN-ID,
000928* DATA, VERSAO DA TABELA DE RETENCAO USADA E TITULOS
000929* DE COLUNA.
000930*****************************************************
000931 1500-WRITE-REGISTER-HEADING.
000932     MOVE OFC-RUN-ID TO OT-RUN-ID.
000933     MOVE WS-RUN-MM TO OD-RUN-MM.
000934     MOVE WS-RUN-DD TO OD-RUN-DD.
000935     MOVE WS-RUN-YY TO OD-RUN-YY.
000936     WRITE OFFREG-REC FROM OFC-TITLE-LINE
000937         AFTER ADVANCING PAGE.
000938     WRITE OFFREG-REC FROM OFC-DATE-LINE
000939         AFTER ADVANCING 1 LINE.
000940     IF TAXTBL-FILE-USED
000941         MOVE 'WITHHOLDING TABLE VERSION ' TO OS-TEXT
000942         MOVE TAX-TABLE-VERSION TO OS-VERSION
000943     ELSE
000944         MOVE 'NO TAXTBL IN EFFECT - FLAT TAX PCT APPLIES'
000945             TO OS-TEXT
000946         MOVE SPACES TO OS-VERSION
000947     END-IF.
000948     WRITE OFFREG-REC FROM OFC-SOURCE-LINE
000949         AFTER ADVANCING 1 LINE.
000950     WRITE OFFREG-REC FROM OFC-HEADING-LINE
000951         AFTER ADVANCING 2 LINES.
000952 1500-EXIT.
000953     EXIT.
000954*
000955*****************************************************
000956* 1600-ASSIGN-RUN-ID - MONTA O RUN-ID DO RUN: DATA DO
000957* RUN + O PRIMEIRO LOTE DA FAIXA 9001-9999 ACIMA DE
000958* QUALQUER LOTE FORA DE CICLO DO MESMO DIA JA VISTO NO
000959* PAIDBAT OU NO DIARIO (UM RUN ESTORNADO SAI DO
000960* PAIDBAT MAS FICA NO DIARIO, E O NUMERO DELE NAO PODE
000961* SER REUSADO); FAIXA ESGOTADA ABORTA O RUN.
000962*****************************************************
000963 1600-ASSIGN-RUN-ID.
000964     MOVE WS-RUN-DATE-NUM TO OFC-PERIOD-END.
000965     MOVE 9000 TO OFC-LAST-BATCH.
000966     PERFORM 1610-MATCH-PAID-RUN
000967         THRU 1610-EXIT
000968         VARYING PAID-SUB FROM 1 BY 1
000969         UNTIL PAID-SUB > PAID-COUNT.
000970     OPEN INPUT JOURNAL-FILE.
000971     IF WS-JOURNAL-STATUS = '00'
000972         MOVE 'N' TO WS-JOURNAL-EOF-SWITCH
000973         PERFORM 1620-READ-JOURNAL
000974             THRU 1620-EXIT
000975         PERFORM 1630-MATCH-JOURNAL-RUN
000976             THRU 1630-EXIT
000977             UNTIL JOURNAL-FILE-EOF
000978         CLOSE JOURNAL-FILE
000979     END-IF.
000980     IF OFC-LAST-BATCH NOT < 9999
000981         MOVE 'OFF-CYCLE RUN IDS USED UP FOR TODAY' TO
000982             WS-ABORT-MESSAGE
000983         PERFORM 9000-ABORT-RUN
000984             THRU 9000-EXIT
000985     END-IF.
000986     ADD 1 TO OFC-LAST-BATCH
000987         GIVING OFC-BATCH-NO.
000988 1600-EXIT.
000989     EXIT.
000990*
000991*****************************************************
000992* 1610-MATCH-PAID-RUN - GUARDA O MAIOR LOTE FORA DE
000993* CICLO DO DIA ENTRE OS LOTES JA PAGOS.
000994*****************************************************
000995 1610-MATCH-PAID-RUN.
000996     IF PD-PERIOD-END (PAID-SUB) = OFC-PERIOD-END
000997         AND PD-BATCH-NO (PAID-SUB) > OFC-LAST-BATCH
000998         MOVE PD-BATCH-NO (PAID-SUB) TO OFC-LAST-BATCH
000999     END-IF.
001000 1610-EXIT.
001001     EXIT.
001002*
001003*****************************************************
001004* 1620-READ-JOURNAL - LE O PROXIMO REGISTRO DO DIARIO.
001005*****************************************************
001006 1620-READ-JOURNAL.
001007     READ JOURNAL-FILE
001008         AT END
001009             MOVE 'Y' TO WS-JOURNAL-EOF-SWITCH
001010     END-READ.
001011 1620-EXIT.
001012     EXIT.
001013*
001014*****************************************************
001015* 1630-MATCH-JOURNAL-RUN - GUARDA O MAIOR LOTE FORA DE
001016* CICLO DO DIA ENTRE OS RUN-IDS DO DIARIO.
001017*****************************************************
001018 1630-MATCH-JOURNAL-RUN.
001019     IF JR-PERIOD-END = OFC-PERIOD-END
001020         AND JR-BATCH-NO > OFC-LAST-BATCH
001021         MOVE JR-BATCH-NO TO OFC-LAST-BATCH
001022     END-IF.
001023     PERFORM 1620-READ-JOURNAL
001024         THRU 1620-EXIT.
001025 1630-EXIT.
001026     EXIT.
001027*
001028*****************************************************
001029* 1700-LOAD-REPAID-LOG - CARREGA PARA A TABELA OS
001030* ITENS DO LOG REPAID.DAT CUJO RUN PAGADOR AINDA
001031* CONSTA NO PAIDBAT; ITEM DE RUN ESTORNADO PELO
001032* PAYBKOUT NAO E CARREGADO E PODE SER PAGO DE NOVO.
001033* SEM LOG, NENHUM ITEM FOI RE-PAGO AINDA.
001034*****************************************************
001035 1700-LOAD-REPAID-LOG.
001036     OPEN INPUT REPAID-FILE.
001037     IF WS-REPAID-STATUS NOT = '00'
001038         GO TO 1700-EXIT
001039     END-IF.
001040     MOVE 'N' TO WS-REPAID-EOF-SWITCH.
001041     PERFORM 1710-READ-REPAID
001042         THRU 1710-EXIT.
001043     PERFORM 1720-STORE-REPAID-ENTRY
001044         THRU 1720-EXIT
001045         UNTIL REPAID-FILE-EOF.
001046     CLOSE REPAID-FILE.
001047 1700-EXIT.
001048     EXIT.
001049*
001050*****************************************************
001051* 1710-READ-REPAID - LE O PROXIMO ITEM DO LOG.
001052*****************************************************
001053 1710-READ-REPAID.
001054     READ REPAID-FILE
001055         AT END
001056             MOVE 'Y' TO WS-REPAID-EOF-SWITCH
001057     END-READ.
001058 1710-EXIT.
001059     EXIT.
001060*
001061*****************************************************
001062* 1720-STORE-REPAID-ENTRY - GUARDA UM ITEM DO LOG NA
001063* TABELA SE O RUN QUE O PAGOU AINDA CONSTA PAGO.
001064*****************************************************
001065 1720-STORE-REPAID-ENTRY.
001066     MOVE 'N' TO WS-RUN-FOUND-SWITCH.
001067     PERFORM 1730-MATCH-REPAID-RUN
001068         THRU 1730-EXIT
001069         VARYING PAID-SUB FROM 1 BY 1
001070         UNTIL PAID-SUB > PAID-COUNT
001071         OR PAID-RUN-FOUND.
001072     IF NOT PAID-RUN-FOUND
001073         GO TO 1720-READ-NEXT
001074     END-IF.
001075     IF REPD-COUNT >= 500
001076         MOVE 'REPAID TABLE FULL' TO WS-ABORT-MESSAGE
001077         PERFORM 9000-ABORT-RUN
001078             THRU 9000-EXIT
001079     END-IF.
001080     ADD 1 TO REPD-COUNT.
001081     MOVE RD-REPAY-ITEM TO REPD-ITEM (REPD-COUNT).
001082 1720-READ-NEXT.
001083     PERFORM 1710-READ-REPAID
001084         THRU 1710-EXIT.
001085 1720-EXIT.
001086     EXIT.
001087*
001088*****************************************************
001089* 1730-MATCH-REPAID-RUN - COMPARA UM LOTE PAGO COM O
001090* RUN-ID QUE PAGOU O ITEM DO LOG.
001091*****************************************************
001092 1730-MATCH-REPAID-RUN.
001093     IF PD-PERIOD-END (PAID-SUB) = RD-PAID-PERIOD-END
001094         AND PD-BATCH-NO (PAID-SUB) = RD-PAID-BATCH-NO
001095         MOVE 'Y' TO WS-RUN-FOUND-SWITCH
001096     END-IF.
001097 1730-EXIT.
001098     EXIT.
001099*
001100*****************************************************
001101* 1750-CHECK-REPAID-ROOM - CONTA OS ITENS DO REPAY.DAT
001102* E ABORTA O RUN, ANTES DE QUALQUER PAGAMENTO, SE A
001103* TABELA DE ITENS PAGOS NAO COMPORTA TODOS ELES; O
001104* ARQUIVO E REABERTO PARA A LEITURA DO RUN.
001105*****************************************************
001106 1750-CHECK-REPAID-ROOM.
001107     MOVE ZERO TO OFC-REPAY-PENDING.
001108     PERFORM 2000-READ-REPAY
001109         THRU 2000-EXIT.
001110     PERFORM 1760-COUNT-REPAY
001111         THRU 1760-EXIT
001112         UNTIL REPAY-FILE-EOF.
001113     CLOSE REPAY-FILE.
001114     MOVE 'N' TO WS-REPAY-EOF-SWITCH.
001115     ADD REPD-COUNT TO OFC-REPAY-PENDING.
001116     IF OFC-REPAY-PENDING > 500
001117         MOVE 'REPAID TABLE FULL - REPAY.DAT TOO LARGE' TO
001118             WS-ABORT-MESSAGE
001119         PERFORM 9000-ABORT-RUN
001120             THRU 9000-EXIT
001121     END-IF.
001122     OPEN INPUT REPAY-FILE.
001123 1750-EXIT.
001124     EXIT.
001125*
001126*****************************************************
001127* 1760-COUNT-REPAY - CONTA UM ITEM DO REPAY.DAT.
001128*****************************************************
001129 1760-COUNT-REPAY.
001130     ADD 1 TO OFC-REPAY-PENDING.
001131     PERFORM 2000-READ-REPAY
001132         THRU 2000-EXIT.
001133 1760-EXIT.
001134     EXIT.
001135*
001136*****************************************************
001137* 1900-LOAD-PAID-BATCH - CARREGA OS LOTES FORA DE
001138* CICLO DO PAIDBAT.DAT PARA A TABELA DE LOTES JA
001139* PAGOS; SEM ARQUIVO, NENHUM LOTE FOI PAGO AINDA.
001140*****************************************************
001141 1900-LOAD-PAID-BATCH.
001142     OPEN INPUT PAID-BATCH-FILE.
001143     IF WS-PAIDBAT-STATUS NOT = '00'
001144         GO TO 1900-EXIT
001145     END-IF.
001146     MOVE 'N' TO WS-PAIDBAT-EOF-SWITCH.
001147     PERFORM 1910-READ-PAID-BATCH
001148         THRU 1910-EXIT.
001149     PERFORM 1920-STORE-PAID-ENTRY
001150         THRU 1920-EXIT
001151         UNTIL PAIDBAT-FILE-EOF.
001152     CLOSE PAID-BATCH-FILE.
001153 1900-EXIT.
001154     EXIT.
001155*
001156*****************************************************
001157* 1910-READ-PAID-BATCH - LE O PROXIMO LOTE JA PAGO.
001158*****************************************************
001159 1910-READ-PAID-BATCH.
001160     READ PAID-BATCH-FILE
001161         AT END
001162             MOVE 'Y' TO WS-PAIDBAT-EOF-SWITCH
001163     END-READ.
001164 1910-EXIT.
001165     EXIT.
001166*
001167*****************************************************
001168* 1920-STORE-PAID-ENTRY - GUARDA UM LOTE FORA DE CICLO
001169* PAGO NA TABELA; O LOTE DO RUN REGULAR NAO E RUN-ID
001170* DESTE PROGRAMA E NAO ENTRA.
001171*****************************************************
001172 1920-STORE-PAID-ENTRY.
001173     IF PB-BATCH-NO NOT > 9000
001174         GO TO 1920-READ-NEXT
001175     END-IF.
001176     IF PAID-COUNT >= 200
001177         MOVE 'PAIDBAT TABLE FULL' TO WS-ABORT-MESSAGE
001178         PERFORM 9000-ABORT-RUN
001179             THRU 9000-EXIT
001180     END-IF.
001181     ADD 1 TO PAID-COUNT.
001182     MOVE PB-PERIOD-END TO PD-PERIOD-END (PAID-COUNT).
001183     MOVE PB-BATCH-NO TO PD-BATCH-NO (PAID-COUNT).
001184 1920-READ-NEXT.
001185     PERFORM 1910-READ-PAID-BATCH
001186         THRU 1910-EXIT.
001187 1920-EXIT.
001188     EXIT.
001189*
001190*****************************************************
001191* 1950-LOAD-CHECK-CONTROL - LE O PROXIMO NUMERO DE
001192* CHEQUE DO REGISTRO DE CONTROLE CHKCTRL.DAT, O MESMO
001193* DO EASYCALC; SEM REGISTRO A NUMERACAO COMECA EM 1.
001194*****************************************************
001195 1950-LOAD-CHECK-CONTROL.
001196     OPEN INPUT CHECK-CTL-FILE.
001197     IF WS-CHKCTL-STATUS NOT = '00'
001198         MOVE 1 TO OFC-NEXT-CHECK-NO
001199         GO TO 1950-EXIT
001200     END-IF.
001201     READ CHECK-CTL-FILE
001202         AT END
001203             MOVE 1 TO OFC-NEXT-CHECK-NO
001204         NOT AT END
001205             MOVE CK-NEXT-CHECK-NO TO OFC-NEXT-CHECK-NO
001206     END-READ.
001207     CLOSE CHECK-CTL-FILE.
001208 1950-EXIT.
001209     EXIT.
001210*
001211*****************************************************
001212* 2000-READ-REPAY - LE O PROXIMO ITEM DA FILA DE
001213* RE-PAGAMENTO.
001214*****************************************************
001215 2000-READ-REPAY.
001216     IF REPAY-FILE-EOF
001217         GO TO 2000-EXIT
001218     END-IF.
001219     READ REPAY-FILE
001220         AT END
001221             MOVE 'Y' TO WS-REPAY-EOF-SWITCH
001222     END-READ.
001223 2000-EXIT.
001224     EXIT.
001225*
001226*****************************************************
001227* 3000-PROCESS-REPAY - PAGA UM ITEM DO REPAY: ITEM JA
001228* RE-PAGO (NO LOG OU JA NESTE RUN), FUNCIONARIO FORA
001229* DO CADASTRO OU VALOR INVALIDO SAEM NA LISTA DE
001230* EXCECOES SEM PAGAMENTO. O LIQUIDO DEVOLVIDO VAI POR
001231* DEPOSITO SO QUANDO O CADASTRO JA TRAZ OUTRA CONTA
001232* (A DEVOLVIDA CONTINUARIA RECUSANDO); SENAO SAI
001233* CHEQUE. O ITEM PAGO ENTRA NA TABELA E E GRAVADO NO
001234* LOG REPAID NA HORA.
001235*****************************************************
001236 3000-PROCESS-REPAY.
001237     PERFORM 3100-CHECK-REPAID
001238         THRU 3100-EXIT.
001239     IF REPAY-ALREADY-PAID
001240         MOVE 'ITEM ALREADY RE-PAID - NOT PAID AGAIN' TO
001241             XL-REASON
001242         PERFORM 3400-WRITE-EXCEPTION
001243             THRU 3400-EXIT
001244         GO TO 3000-READ-NEXT
001245     END-IF.
001246     MOVE RP-EMP-ID TO OFC-IN-EMP-ID.
001247     PERFORM 6000-READ-EMP
001248         THRU 6000-EXIT.
001249     IF EMP-RECORD-NOT-FOUND
001250         MOVE 'EMPLOYEE NOT ON MASTER - NOT PAID' TO
001251             XL-REASON
001252         PERFORM 3400-WRITE-EXCEPTION
001253             THRU 3400-EXIT
001254         GO TO 3000-READ-NEXT
001255     END-IF.
001256     IF RP-NET-AMOUNT NOT > ZERO
001257         MOVE 'INVALID RE-PAYMENT AMOUNT - NOT PAID' TO
001258             XL-REASON
001259         PERFORM 3400-WRITE-EXCEPTION
001260             THRU 3400-EXIT
001261         GO TO 3000-READ-NEXT
001262     END-IF.
001263     MOVE 'R' TO OFC-ITEM-TYPE.
001264     MOVE ZERO TO OFC-GROSS.
001265     MOVE ZERO TO OFC-TAX-AMT.
001266     MOVE RP-NET-AMOUNT TO OFC-NET-PAY.
001267     IF EM-BANK-NO NOT = ZERO
001268         AND EM-ACCOUNT-NO NOT = ZERO
001269         AND EM-ACCOUNT-NO NOT = RP-ACCOUNT-NO
001270         MOVE 'D' TO OFC-PAY-METHOD
001271     ELSE
001272         MOVE 'C' TO OFC-PAY-METHOD
001273     END-IF.
001274     MOVE RP-RUN-DATE TO ORN-RUN-DATE.
001275     MOVE OFC-REPAY-NOTE TO OL-NOTE.
001276     PERFORM 5000-PAY-ITEM
001277         THRU 5000-EXIT.
001278     PERFORM 3200-LOG-REPAID-ITEM
001279         THRU 3200-EXIT.
001280     ADD 1 TO OFC-REPAY-COUNT.
001281     ADD 1 TO REPD-COUNT.
001282     MOVE REPAY-RECORD TO REPD-ITEM (REPD-COUNT).
001283 3000-READ-NEXT.
001284     PERFORM 2000-READ-REPAY
001285         THRU 2000-EXIT.
001286 3000-EXIT.
001287     EXIT.
001288*
001289*****************************************************
001290* 3100-CHECK-REPAID - PROCURA O ITEM CORRENTE DO REPAY
001291* NA TABELA DE ITENS JA PAGOS (A CAPACIDADE DA TABELA
001292* JA FOI CONFERIDA NA 1750).
001293*****************************************************
001294 3100-CHECK-REPAID.
001295     MOVE 'N' TO WS-REPAID-SWITCH.
001296     PERFORM 3110-MATCH-REPAID-ITEM
001297         THRU 3110-EXIT
001298         VARYING REPD-SUB FROM 1 BY 1
001299         UNTIL REPD-SUB > REPD-COUNT
001300         OR REPAY-ALREADY-PAID.
001301 3100-EXIT.
001302     EXIT.
001303*
001304*****************************************************
001305* 3110-MATCH-REPAID-ITEM - COMPARA UMA ENTRADA DA
001306* TABELA COM O ITEM CORRENTE (REGISTRO INTEIRO:
001307* FUNCIONARIO, RUN ORIGINAL, CONTA, VALOR, MOTIVO E
001308* DATA DA DEVOLUCAO).
001309*****************************************************
001310 3110-MATCH-REPAID-ITEM.
001311     IF REPD-ITEM (REPD-SUB) = REPAY-RECORD
001312         MOVE 'Y' TO WS-REPAID-SWITCH
001313     END-IF.
001314 3110-EXIT.
001315     EXIT.
001316*
001317*****************************************************
001318* 3200-LOG-REPAID-ITEM - ACRESCENTA AO LOG REPAID.DAT
001319* O ITEM DO REPAY QUE ACABOU DE SER PAGO, COM O
001320* RUN-ID, PARA UM RUN INTERROMPIDO NAO PAGA-LO DE
001321* NOVO.
001322*****************************************************
001323 3200-LOG-REPAID-ITEM.
001324     OPEN EXTEND REPAID-FILE.
001325     IF WS-REPAID-STATUS NOT = '00'
001326         OPEN OUTPUT REPAID-FILE
001327     END-IF.
001328     MOVE REPAY-RECORD TO RD-REPAY-ITEM.
001329     MOVE OFC-PERIOD-END TO RD-PAID-PERIOD-END.
001330     MOVE OFC-BATCH-NO TO RD-PAID-BATCH-NO.
001331     WRITE REPAID-RECORD.
001332     CLOSE REPAID-FILE.
001333 3200-EXIT.
001334     EXIT.
001335*
001336*****************************************************
001337* 3400-WRITE-EXCEPTION - GRAVA NA LISTA DE EXCECOES DO
001338* REGISTRO O ITEM DO REPAY NAO PAGO, COM O MOTIVO JA
001339* PREPARADO EM XL-REASON.
001340*****************************************************
001341 3400-WRITE-EXCEPTION.
001342     MOVE RP-EMP-ID TO XL-EMP-ID.
001343     MOVE RP-RUN-DATE TO XL-RUN-DATE.
001344     MOVE RP-NET-AMOUNT TO XL-AMOUNT.
001345     WRITE OFFREG-REC FROM OFC-EXCEPT-LINE
001346         AFTER ADVANCING 1 LINE.
001347     ADD 1 TO OFC-EXCEPT-COUNT.
001348 3400-EXIT.
001349     EXIT.
001350*
001351*****************************************************
001352* 4000-ENTER-MANUAL-ITEM - LE DO CONSOLE UM ITEM DE
001353* RESCISAO OU PAGAMENTO AVULSO: FUNCIONARIO, TIPO,
001354* GROSS E FORMA DE PAGAMENTO; MOSTRA O IMPOSTO E O
001355* LIQUIDO E SO PAGA COM A CONFIRMACAO DO OPERADOR.
001356* FUNCIONARIO EM BRANCO ENCERRA A DIGITACAO; ITEM
001357* INVALIDO E RECUSADO SEM PAGAMENTO.
001358*****************************************************
001359 4000-ENTER-MANUAL-ITEM.
001360     DISPLAY ' '.
001361     DISPLAY 'OFFCYCLE - FINAL/MANUAL PAY ITEM'.
001362     DISPLAY 'EMPLOYEE ID (BLANK TO END):'.
001363     MOVE SPACES TO OFC-IN-EMP-ID.
001364     ACCEPT OFC-IN-EMP-ID.
001365     IF OFC-IN-EMP-ID = SPACES
001366         MOVE 'Y' TO WS-ENTRY-DONE-SWITCH
001367         GO TO 4000-EXIT
001368     END-IF.
001369     PERFORM 6000-READ-EMP
001370         THRU 6000-EXIT.
001371     IF EMP-RECORD-NOT-FOUND
001372         DISPLAY 'EMPLOYEE ' OFC-IN-EMP-ID ' NOT ON MASTER'
001373         GO TO 4000-EXIT
001374     END-IF.
001375     DISPLAY 'EMPLOYEE: ' EM-NAME ' TERM DATE: ' EM-TERM-DATE.
001376     DISPLAY 'ITEM TYPE (F=FINAL PAY, M=MANUAL PAYMENT):'.
001377     ACCEPT OFC-ITEM-TYPE.
001378     IF NOT OFC-FINAL-ITEM
001379         AND NOT OFC-MANUAL-ITEM
001380         DISPLAY 'INVALID ITEM TYPE - ITEM REFUSED'
001381         GO TO 4000-EXIT
001382     END-IF.
001383     IF OFC-FINAL-ITEM
001384         AND EM-TERM-DATE = ZERO
001385         DISPLAY 'EMPLOYEE NOT TERMINATED - ITEM REFUSED'
001386         GO TO 4000-EXIT
001387     END-IF.
001388     DISPLAY 'GROSS AMOUNT (9 DIGITS, NO DECIMAL POINT,'.
001389     DISPLAY ' LAST TWO ARE CENTS):'.
001390     ACCEPT OFC-IN-GROSS.
001391     IF OFC-IN-GROSS = ZERO
001392         OR OFC-IN-GROSS > 99999.99
001393         DISPLAY 'INVALID GROSS AMOUNT - ITEM REFUSED'
001394         GO TO 4000-EXIT
001395     END-IF.
001396     DISPLAY 'PAY BY (D=DEPOSIT, C=CHECK):'.
001397     ACCEPT OFC-PAY-METHOD.
001398     IF NOT OFC-PAY-BY-DEPOSIT
001399         AND NOT OFC-PAY-BY-CHECK
001400         DISPLAY 'INVALID PAYMENT METHOD - ITEM REFUSED'
001401         GO TO 4000-EXIT
001402     END-IF.
001403     IF OFC-PAY-BY-DEPOSIT
001404         AND (EM-BANK-NO = ZERO
001405         OR EM-ACCOUNT-NO = ZERO)
001406         DISPLAY 'NO BANK DATA ON MASTER - ITEM REFUSED'
001407         GO TO 4000-EXIT
001408     END-IF.
001409     MOVE OFC-IN-GROSS TO OFC-GROSS.
001410     PERFORM 5600-CALCULATE-TAX
001411         THRU 5600-EXIT.
001412     IF ETX-HIT-SUB = ZERO
001413         AND ETX-COUNT NOT < 100
001414         DISPLAY 'TOO MANY EMPLOYEES THIS RUN - ITEM REFUSED'
001415         GO TO 4000-EXIT
001416     END-IF.
001417     SUBTRACT OFC-TAX-AMT FROM OFC-GROSS
001418         GIVING OFC-NET-PAY.
001419     MOVE OFC-GROSS TO OFC-AMOUNT-ED.
001420     DISPLAY 'GROSS:   ' OFC-AMOUNT-ED.
001421     MOVE OFC-TAX-AMT TO OFC-AMOUNT-ED.
001422     DISPLAY 'TAX:     ' OFC-AMOUNT-ED.
001423     MOVE OFC-NET-PAY TO OFC-AMOUNT-ED.
001424     DISPLAY 'NET PAY: ' OFC-AMOUNT-ED.
001425     DISPLAY 'CONFIRM PAYMENT (Y/N):'.
001426     ACCEPT OFC-IN-CONFIRM.
001427     IF NOT OFC-CONFIRMED
001428         DISPLAY 'ITEM CANCELLED - NOT PAID'
001429         GO TO 4000-EXIT
001430     END-IF.
001431     IF OFC-FINAL-ITEM
001432         MOVE 'F' TO OFC-ITEM-TYPE
001433         MOVE EM-TERM-DATE TO OFN-TERM-DATE
001434         MOVE OFC-FINAL-NOTE TO OL-NOTE
001435     ELSE
001436         MOVE 'M' TO OFC-ITEM-TYPE
001437         MOVE SPACES TO OL-NOTE
001438     END-IF.
001439     PERFORM 5000-PAY-ITEM
001440         THRU 5000-EXIT.
001441     DISPLAY 'ITEM PAID'.
001442 4000-EXIT.
001443     EXIT.
001444*
001445*****************************************************
001446* 5000-PAY-ITEM - PAGA O ITEM PREPARADO NA AREA OFC-:
001447* DEPOSITO OU CHEQUE (O CHEQUE PRIMEIRO, POIS NUMERO
001448* JA NO CHKMAST ABORTA O RUN), RUN-ID NO PAIDBAT NO
001449* PRIMEIRO ITEM PAGO, ACUMULADO ANO-A-DATA E DIARIO,
001450* HISTORICO, LINHA DO REGISTRO, ACUMULADO DE IMPOSTO DO
001451* FUNCIONARIO NO RUN (5640) E TOTAIS DO RUN. O
001452* CADASTRO DO FUNCIONARIO AINDA ESTA NA AREA DO
001453* REGISTRO DESDE A 6000.
001454*****************************************************
001455 5000-PAY-ITEM.
001456     MOVE EM-EMP-ID TO OFC-EMP-ID.
001457     MOVE EM-NAME TO OFC-EMP-NAME.
001458     IF OFC-PAY-BY-DEPOSIT
001459         PERFORM 5200-WRITE-DEPOSIT
001460             THRU 5200-EXIT
001461     ELSE
001462         PERFORM 5300-WRITE-CHECK
001463             THRU 5300-EXIT
001464     END-IF.
001465     IF OFC-PAID-COUNT = ZERO
001466         PERFORM 8400-MARK-RUN-PAID
001467             THRU 8400-EXIT
001468     END-IF.
001469     PERFORM 5100-UPDATE-YTD
001470         THRU 5100-EXIT.
001471     PERFORM 5400-WRITE-HISTORY
001472         THRU 5400-EXIT.
001473     PERFORM 5500-WRITE-REGISTER-LINE
001474         THRU 5500-EXIT.
001475     PERFORM 5640-SAVE-EMP-TAX
001476         THRU 5640-EXIT.
001477     ADD 1 TO OFC-PAID-COUNT.
001478     ADD OFC-GROSS TO OFC-TOTAL-GROSS.
001479     ADD OFC-TAX-AMT TO OFC-TOTAL-TAX.
001480     ADD OFC-NET-PAY TO OFC-TOTAL-NET.
001481 5000-EXIT.
001482     EXIT.
001483*
001484*****************************************************
001485* 5100-UPDATE-YTD - SOMA O GROSS DO ITEM AO ACUMULADO
001486* ANO-A-DATA DO FUNCIONARIO, SEM HORAS E SEM MEXER NO
001487* LAST-GROSS (BASE DE VARIANCIA DO RUN REGULAR), COM
001488* AS IMAGENS ANTES/DEPOIS DIARIZADAS ANTES DA GRAVACAO
001489* SOB O RUN-ID FORA DE CICLO. O RE-PAGAMENTO (GROSS
001490* ZERO) TAMBEM E DIARIZADO, COM IMAGENS IGUAIS, PARA O
001491* PAYBKOUT ENCONTRAR O RUN; FUNCIONARIO SEM REGISTRO
001492* NO YTDFILE GANHA UM REGISTRO ZERADO, DIARIZADO COMO
001493* OS DEMAIS.
001494*****************************************************
001495 5100-UPDATE-YTD.
001496     MOVE OFC-EMP-ID TO YT-EMP-ID.
001497     READ YTD-FILE
001498         INVALID KEY
001499             SET YTD-RECORD-NOT-FOUND TO TRUE
001500         NOT INVALID KEY
001501             SET YTD-RECORD-FOUND TO TRUE
001502     END-READ.
001503     IF YTD-RECORD-FOUND
001504         MOVE 'R' TO JR-ACTION
001505     ELSE
001506         MOVE 'W' TO JR-ACTION
001507         MOVE OFC-EMP-ID TO YT-EMP-ID
001508         MOVE ZERO TO YT-YTD-GROSS
001509         MOVE ZERO TO YT-YTD-HOURS
001510         MOVE ZERO TO YT-LAST-GROSS
001511     END-IF.
001512     MOVE YT-YTD-GROSS TO JR-BEF-GROSS.
001513     MOVE YT-YTD-HOURS TO JR-BEF-HOURS.
001514     MOVE YT-LAST-GROSS TO JR-BEF-LAST.
001515     ADD OFC-GROSS TO YT-YTD-GROSS.
001516     MOVE YT-YTD-GROSS TO JR-AFT-GROSS.
001517     MOVE YT-YTD-HOURS TO JR-AFT-HOURS.
001518     MOVE YT-LAST-GROSS TO JR-AFT-LAST.
001519     MOVE OFC-PERIOD-END TO JR-PERIOD-END.
001520     MOVE OFC-BATCH-NO TO JR-BATCH-NO.
001521     MOVE OFC-EMP-ID TO JR-EMP-ID.
001522     MOVE WS-RUN-DATE-NUM TO JR-RUN-DATE.
001523     WRITE JOURNAL-RECORD.
001524     IF YTD-RECORD-FOUND
001525         REWRITE YTD-RECORD
001526     ELSE
001527         WRITE YTD-RECORD
001528     END-IF.
001529 5100-EXIT.
001530     EXIT.
001531*
001532*****************************************************
001533* 5200-WRITE-DEPOSIT - GRAVA NO OFFBANK O DEPOSITO DO
001534* ITEM COM BANCO, AGENCIA E CONTA DO CADASTRO,
001535* ACUMULANDO A CONTAGEM E O HASH DO TRAILER.
001536*****************************************************
001537 5200-WRITE-DEPOSIT.
001538     MOVE OFC-EMP-ID TO BD-EMP-ID.
001539     MOVE EM-BANK-NO TO BD-BANK-NO.
001540     MOVE EM-BRANCH-NO TO BD-BRANCH-NO.
001541     MOVE EM-ACCOUNT-NO TO BD-ACCOUNT-NO.
001542     MOVE OFC-NET-PAY TO BD-NET-AMOUNT.
001543     WRITE BANK-REC FROM BANK-DETAIL-LINE.
001544     MOVE EM-ACCOUNT-NO TO OFC-REFERENCE.
001545     ADD 1 TO OFC-BANK-COUNT.
001546     ADD OFC-NET-PAY TO OFC-BANK-NET.
001547 5200-EXIT.
001548     EXIT.
001549*
001550*****************************************************
001551* 5300-WRITE-CHECK - GRAVA O CHEQUE EM ABERTO NO
001552* CADASTRO DE CHEQUES CHKMAST.DAT COM O PROXIMO NUMERO
001553* DO CHKCTRL E O RUN-ID FORA DE CICLO (NUMERO JA NO
001554* CADASTRO ABORTA O RUN, COMO NO CHKRECON), EMITE O
001555* CHEQUE FISICO EM OFFCHKS.DAT, REGRAVA O CHKCTRL E
001556* ACUMULA OS TOTAIS DE CHEQUE.
001557*****************************************************
001558 5300-WRITE-CHECK.
001559     MOVE SPACES TO CHECK-MAST-RECORD.
001560     MOVE OFC-NEXT-CHECK-NO TO CM-CHECK-NO.
001561     MOVE OFC-EMP-ID TO CM-EMP-ID.
001562     MOVE OFC-EMP-NAME TO CM-EMP-NAME.
001563     MOVE OFC-NET-PAY TO CM-AMOUNT.
001564     MOVE WS-RUN-DATE-NUM TO CM-ISSUE-DATE.
001565     MOVE OFC-PERIOD-END TO CM-PERIOD-END.
001566     MOVE OFC-BATCH-NO TO CM-BATCH-NO.
001567     MOVE 'O' TO CM-STATUS.
001568     MOVE ZERO TO CM-CLEAR-DATE.
001569     MOVE ZERO TO CM-PAID-AMOUNT.
001570     MOVE ZERO TO CM-REISSUE-NO.
001571     MOVE ZERO TO CM-ORIG-CHECK-NO.
001572     WRITE CHECK-MAST-RECORD
001573         INVALID KEY
001574             MOVE 'CHECK NUMBER ALREADY ON CHKMAST' TO
001575                 WS-ABORT-MESSAGE
001576             PERFORM 9000-ABORT-RUN
001577                 THRU 9000-EXIT
001578     END-WRITE.
001579     MOVE OFC-NEXT-CHECK-NO TO CHK-NO.
001580     MOVE OFC-EMP-NAME TO CHK-PAYEE-NAME.
001581     MOVE OFC-NET-PAY TO CHK-AMOUNT.
001582     MOVE OFC-EMP-ID TO CHK-MEMO-EMP-ID.
001583     WRITE CHECK-REC FROM CHK-RULE-LINE
001584         AFTER ADVANCING PAGE.
001585     WRITE CHECK-REC FROM CHK-TITLE-LINE
001586         AFTER ADVANCING 1 LINE.
001587     WRITE CHECK-REC FROM CHK-NO-LINE
001588         AFTER ADVANCING 1 LINE.
001589     WRITE CHECK-REC FROM CHK-PAYEE-LINE
001590         AFTER ADVANCING 2 LINES.
001591     WRITE CHECK-REC FROM CHK-AMOUNT-LINE
001592         AFTER ADVANCING 1 LINE.
001593     WRITE CHECK-REC FROM CHK-MEMO-LINE
001594         AFTER ADVANCING 2 LINES.
001595     WRITE CHECK-REC FROM CHK-RULE-LINE
001596         AFTER ADVANCING 1 LINE.
001597     MOVE OFC-NEXT-CHECK-NO TO OFC-REFERENCE.
001598     ADD 1 TO OFC-NEXT-CHECK-NO.
001599     PERFORM 8600-SAVE-CHECK-CONTROL
001600         THRU 8600-EXIT.
001601     ADD 1 TO OFC-CHECK-COUNT.
001602     ADD OFC-NET-PAY TO OFC-CHECK-NET.
001603 5300-EXIT.
001604     EXIT.
001605*
001606*****************************************************
001607* 5400-WRITE-HISTORY - GRAVA (OU ACUMULA) O REGISTRO
001608* DE HISTORICO DO FUNCIONARIO SOB O RUN-ID FORA DE
001609* CICLO EM PAYHIST.DAT, SEM NUMERO DE PERIODO E COM A
001610* MARCA 'O' (FORA DE CICLO); VARIOS ITENS DO MESMO
001611* FUNCIONARIO NO RUN ACUMULAM NO MESMO REGISTRO.
001612*****************************************************
001613 5400-WRITE-HISTORY.
001614     MOVE OFC-EMP-ID TO PH-EMP-ID.
001615     MOVE OFC-PERIOD-END TO PH-PERIOD-END.
001616     MOVE OFC-BATCH-NO TO PH-BATCH-NO.
001617     READ HIST-FILE
001618         INVALID KEY
001619             SET HIST-RECORD-NOT-FOUND TO TRUE
001620         NOT INVALID KEY
001621             SET HIST-RECORD-FOUND TO TRUE
001622     END-READ.
001623     IF HIST-RECORD-NOT-FOUND
001624         MOVE OFC-EMP-ID TO PH-EMP-ID
001625         MOVE OFC-PERIOD-END TO PH-PERIOD-END
001626         MOVE OFC-BATCH-NO TO PH-BATCH-NO
001627         MOVE ZERO TO PH-PERIOD-NO
001628         MOVE ZERO TO PH-HOURS
001629         MOVE ZERO TO PH-GROSS
001630         MOVE ZERO TO PH-TAX
001631         MOVE ZERO TO PH-NET
001632         MOVE 'O' TO PH-ADJ-FLAG
001633     END-IF.
001634     ADD OFC-GROSS TO PH-GROSS.
001635     ADD OFC-TAX-AMT TO PH-TAX.
001636     ADD OFC-NET-PAY TO PH-NET.
001637     IF HIST-RECORD-FOUND
001638         REWRITE HIST-RECORD
001639     ELSE
001640         WRITE HIST-RECORD
001641     END-IF.
001642 5400-EXIT.
001643     EXIT.
001644*
001645*****************************************************
001646* 5500-WRITE-REGISTER-LINE - GRAVA NO REGISTRO A LINHA
001647* DO ITEM PAGO, COM A FORMA DE PAGAMENTO E O NUMERO DO
001648* CHEQUE OU DA CONTA CREDITADA; A NOTA JA VEM PRONTA
001649* EM OL-NOTE.
001650*****************************************************
001651 5500-WRITE-REGISTER-LINE.
001652     MOVE OFC-EMP-ID TO OL-EMP-ID.
001653     MOVE OFC-EMP-NAME TO OL-EMP-NAME.
001654     IF OFC-REPAY-ITEM
001655         MOVE 'RE-PAYMENT' TO OL-ITEM
001656     END-IF.
001657     IF OFC-FINAL-ITEM
001658         MOVE 'FINAL PAY' TO OL-ITEM
001659     END-IF.
001660     IF OFC-MANUAL-ITEM
001661         MOVE 'MANUAL' TO OL-ITEM
001662     END-IF.
001663     MOVE OFC-GROSS TO OL-GROSS.
001664     MOVE OFC-TAX-AMT TO OL-TAX.
001665     MOVE OFC-NET-PAY TO OL-NET.
001666     IF OFC-PAY-BY-DEPOSIT
001667         MOVE 'DEPOSIT' TO OL-METHOD
001668     ELSE
001669         MOVE 'CHECK' TO OL-METHOD
001670     END-IF.
001671     MOVE OFC-REFERENCE TO OL-REFERENCE.
001672     WRITE OFFREG-REC FROM OFC-DETAIL-LINE
001673         AFTER ADVANCING 1 LINE.
001674 5500-EXIT.
001675     EXIT.
001676*
001677*****************************************************
001678* 5600-CALCULATE-TAX - CALCULA O IMPOSTO RETIDO DO
001679* ITEM, COMO A 3225 DO EASYCALC: SOMA O GROSS DO ITEM
001680* AO GROSS DOS ITENS DO FUNCIONARIO JA PAGOS NESTE RUN
001681* (TABELA ETX-, ACHADO EM ETX-HIT-SUB, ZERO SE FOR O
001682* PRIMEIRO ITEM DELE), CALCULA O IMPOSTO DO ACUMULADO
001683* (5630) E RETEM NO ITEM SO A DIFERENCA PARA O JA
001684* RETIDO. ASSIM A DEDUCAO POR DEPENDENTE E AS FAIXAS
001685* VALEM UMA VEZ NO RUN. A TABELA SO E ATUALIZADA
001686* QUANDO O ITEM E PAGO (5640).
001687*****************************************************
001688 5600-CALCULATE-TAX.
001689     MOVE ZERO TO OFC-TAX-AMT.
001690     MOVE ZERO TO ETX-HIT-SUB.
001691     PERFORM 5620-MATCH-EMP-TAX
001692         THRU 5620-EXIT
001693         VARYING ETX-SUB FROM 1 BY 1
001694         UNTIL ETX-SUB > ETX-COUNT
001695         OR ETX-HIT-SUB > ZERO.
001696     IF OFC-GROSS = ZERO
001697         GO TO 5600-EXIT
001698     END-IF.
001699     MOVE OFC-GROSS TO TAX-CUM-GROSS.
001700     MOVE ZERO TO TAX-CUM-WITHHELD.
001701     IF ETX-HIT-SUB > ZERO
001702         ADD ETX-GROSS (ETX-HIT-SUB) TO TAX-CUM-GROSS
001703         MOVE ETX-WITHHELD (ETX-HIT-SUB) TO TAX-CUM-WITHHELD
001704     END-IF.
001705     PERFORM 5630-CALCULATE-CUM-TAX
001706         THRU 5630-EXIT.
001707     SUBTRACT TAX-CUM-WITHHELD FROM TAX-CUM-TAX
001708         GIVING OFC-TAX-AMT.
001709 5600-EXIT.
001710     EXIT.
001711*
001712*****************************************************
001713* 5610-MATCH-TAX-BRACKET - FICA COM A FAIXA DE MAIOR
001714* PISO QUE NAO ULTRAPASSA A RENDA TRIBUTAVEL ANUAL.
001715*****************************************************
001716 5610-MATCH-TAX-BRACKET.
001717     IF TAX-FLOOR (TAX-SUB) > TAX-TAXABLE
001718         GO TO 5610-EXIT
001719     END-IF.
001720     IF TAX-HIT-SUB = ZERO
001721         MOVE TAX-SUB TO TAX-HIT-SUB
001722         GO TO 5610-EXIT
001723     END-IF.
001724     IF TAX-FLOOR (TAX-SUB) > TAX-FLOOR (TAX-HIT-SUB)
001725         MOVE TAX-SUB TO TAX-HIT-SUB
001726     END-IF.
001727 5610-EXIT.
001728     EXIT.
001729*
001730*****************************************************
001731* 5620-MATCH-EMP-TAX - PROCURA O FUNCIONARIO DO ITEM
001732* NA TABELA DE ACUMULADOS DE IMPOSTO DO RUN.
001733*****************************************************
001734 5620-MATCH-EMP-TAX.
001735     IF ETX-EMP-ID (ETX-SUB) = EM-EMP-ID
001736         MOVE ETX-SUB TO ETX-HIT-SUB
001737     END-IF.
001738 5620-EXIT.
001739     EXIT.
001740*
001741*****************************************************
001742* 5630-CALCULATE-CUM-TAX - IMPOSTO SOBRE O GROSS
001743* ACUMULADO DO FUNCIONARIO NO RUN PELA TABELA DE
001744* RETENCAO EM VIGOR, COMO A 3227 DO EASYCALC:
001745* ANUALIZA O GROSS, ABATE A DEDUCAO POR DEPENDENTE DO
001746* CADASTRO, ACHA A FAIXA, APLICA A ALIQUOTA MENOS A
001747* PARCELA A DEDUZIR E DIVIDE DE VOLTA PELOS PERIODOS
001748* DO ANO.
001749*****************************************************
001750 5630-CALCULATE-CUM-TAX.
001751     MOVE ZERO TO TAX-CUM-TAX.
001752     IF TAX-CUM-GROSS NOT > ZERO
001753         GO TO 5630-EXIT
001754     END-IF.
001755     MULTIPLY TAX-CUM-GROSS BY TAX-PERIODS-PER-YEAR
001756         GIVING TAX-ANNUAL-GROSS.
001757     MULTIPLY EM-DEPENDENTS BY TAX-DEPENDENT-ALLOW
001758         GIVING TAX-ALLOW-AMT.
001759     SUBTRACT TAX-ALLOW-AMT FROM TAX-ANNUAL-GROSS
001760         GIVING TAX-TAXABLE.
001761     IF TAX-TAXABLE NOT > ZERO
001762         GO TO 5630-EXIT
001763     END-IF.
001764     MOVE ZERO TO TAX-HIT-SUB.
001765     PERFORM 5610-MATCH-TAX-BRACKET
001766         THRU 5610-EXIT
001767         VARYING TAX-SUB FROM 1 BY 1
001768         UNTIL TAX-SUB > TAX-COUNT.
001769     IF TAX-HIT-SUB = ZERO
001770         GO TO 5630-EXIT
001771     END-IF.
001772     MULTIPLY TAX-TAXABLE BY TAX-RATE (TAX-HIT-SUB)
001773         GIVING TAX-ANNUAL-CALC.
001774     DIVIDE TAX-ANNUAL-CALC BY 100 GIVING TAX-ANNUAL-TAX.
001775     SUBTRACT TAX-DEDUCT (TAX-HIT-SUB) FROM TAX-ANNUAL-TAX.
001776     IF TAX-ANNUAL-TAX NOT > ZERO
001777         GO TO 5630-EXIT
001778     END-IF.
001779     DIVIDE TAX-ANNUAL-TAX BY TAX-PERIODS-PER-YEAR
001780         GIVING TAX-CUM-TAX.
001781 5630-EXIT.
001782     EXIT.
001783*
001784*****************************************************
001785* 5640-SAVE-EMP-TAX - ITEM PAGO COM GROSS: GUARDA NA
001786* TABELA O GROSS ACUMULADO E O IMPOSTO JA RETIDO DO
001787* FUNCIONARIO, NA ENTRADA ACHADA PELA 5600 (ENTRADA
001788* NOVA SE FOR O PRIMEIRO ITEM DELE; A 4000 JA RECUSOU
001789* O ITEM SE A TABELA ESTAVA CHEIA).
001790*****************************************************
001791 5640-SAVE-EMP-TAX.
001792     IF OFC-GROSS = ZERO
001793         GO TO 5640-EXIT
001794     END-IF.
001795     IF ETX-HIT-SUB = ZERO
001796         ADD 1 TO ETX-COUNT
001797         MOVE ETX-COUNT TO ETX-HIT-SUB
001798         MOVE OFC-EMP-ID TO ETX-EMP-ID (ETX-HIT-SUB)
001799     END-IF.
001800     MOVE TAX-CUM-GROSS TO ETX-GROSS (ETX-HIT-SUB).
001801     MOVE TAX-CUM-TAX TO ETX-WITHHELD (ETX-HIT-SUB).
001802 5640-EXIT.
001803     EXIT.
001804*
001805*****************************************************
001806* 6000-READ-EMP - LE NO CADASTRO O FUNCIONARIO EM
001807* OFC-IN-EMP-ID.
001808*****************************************************
001809 6000-READ-EMP.
001810     MOVE OFC-IN-EMP-ID TO EM-EMP-ID.
001811     READ EMP-FILE
001812         INVALID KEY
001813             SET EMP-RECORD-NOT-FOUND TO TRUE
001814         NOT INVALID KEY
001815             SET EMP-RECORD-FOUND TO TRUE
001816     END-READ.
001817 6000-EXIT.
001818     EXIT.
001819*
001820*****************************************************
001821* 8000-TERMINATE-RUN - FECHA O ARQUIVO BANCARIO E O
001822* REGISTRO COM OS TRAILERS (PAIDBAT, LOG REPAID E
001823* CHKCTRL JA FORAM GRAVADOS ITEM A ITEM); RUN QUE
001824* PAGOU ALGUM ITEM VAI NO LOG DE SEGURANCA. EXCECAO NO
001825* REGISTRO DEVOLVE RETURN-CODE 4.
001826*****************************************************
001827 8000-TERMINATE-RUN.
001828     MOVE OFC-BANK-COUNT TO BT-RECORD-COUNT.
001829     MOVE OFC-BANK-NET TO BT-HASH-NET.
001830     WRITE BANK-REC FROM BANK-TRAILER-LINE.
001831     MOVE OFC-PAID-COUNT TO OR-PAID-COUNT.
001832     MOVE OFC-TOTAL-GROSS TO OR-TOTAL-GROSS.
001833     MOVE OFC-TOTAL-TAX TO OR-TOTAL-TAX.
001834     MOVE OFC-TOTAL-NET TO OR-TOTAL-NET.
001835     WRITE OFFREG-REC FROM OFC-TRAILER-LINE
001836         AFTER ADVANCING 2 LINES.
001837     MOVE OFC-BANK-COUNT TO OR-BANK-COUNT.
001838     MOVE OFC-BANK-NET TO OR-BANK-NET.
001839     MOVE OFC-CHECK-COUNT TO OR-CHECK-COUNT.
001840     MOVE OFC-CHECK-NET TO OR-CHECK-NET.
001841     MOVE OFC-EXCEPT-COUNT TO OR-EXCEPT-COUNT.
001842     WRITE OFFREG-REC FROM OFC-SPLIT-LINE
001843         AFTER ADVANCING 1 LINE.
001844     IF REPAY-FILE-OPEN
001845         CLOSE REPAY-FILE
001846     END-IF.
001847     CLOSE BANK-FILE.
001848     CLOSE CHECK-PRINT-FILE.
001849     CLOSE CHECK-MAST-FILE.
001850     CLOSE REGISTER-FILE.
001851     CLOSE HIST-FILE.
001852     CLOSE JOURNAL-FILE.
001853     CLOSE YTD-FILE.
001854     CLOSE EMP-FILE.
001855     IF OFC-PAID-COUNT = ZERO
001856         DISPLAY 'OFFCYCLE - NOTHING PAID - RUN ID NOT USED'
001857     ELSE
001858         MOVE OFC-RUN-ID TO OLD-RUN-ID
001859         MOVE OFC-PAID-COUNT TO OLD-PAID-COUNT
001860         MOVE OFC-LOG-DETAIL TO SGN-LOG-DETAIL
001861         PERFORM 9470-LOG-PRIVILEGED-ACTION
001862             THRU 9470-EXIT
001863         DISPLAY 'OFFCYCLE COMPLETE - RUN ID ' OFC-RUN-ID
001864             ' ITEMS PAID: ' OFC-PAID-COUNT
001865     END-IF.
001866     IF OFC-EXCEPT-COUNT > ZERO
001867         DISPLAY 'OFFCYCLE - EXCEPTIONS ON REGISTER: '
001868             OFC-EXCEPT-COUNT
001869         MOVE 4 TO RETURN-CODE
001870     END-IF.
001871     MOVE OFC-PAID-COUNT TO RCL-REC-COUNT.
001872     MOVE OFC-TOTAL-NET TO RCL-HASH-TOTAL.
001873     MOVE 'F' TO RCL-EVENT.
001874     MOVE RETURN-CODE TO RCL-RETURN-CODE.
001875     PERFORM 9100-WRITE-RUN-CONTROL
001876         THRU 9100-EXIT.
001877 8000-EXIT.
001878     EXIT.
001879*
001880*****************************************************
001881* 8400-MARK-RUN-PAID - GRAVA O RUN-ID FORA DE CICLO EM
001882* PAIDBAT.DAT NO PRIMEIRO ITEM PAGO, PARA O PAYBKOUT
001883* PODER LIBERA-LO NO ESTORNO E PARA O LOG REPAID VALER
001884* MESMO SE O RUN FOR INTERROMPIDO.
001885*****************************************************
001886 8400-MARK-RUN-PAID.
001887     OPEN EXTEND PAID-BATCH-FILE.
001888     IF WS-PAIDBAT-STATUS NOT = '00'
001889         OPEN OUTPUT PAID-BATCH-FILE
001890     END-IF.
001891     MOVE OFC-PERIOD-END TO PB-PERIOD-END.
001892     MOVE OFC-BATCH-NO TO PB-BATCH-NO.
001893     WRITE PAID-BATCH-RECORD.
001894     CLOSE PAID-BATCH-FILE.
001895 8400-EXIT.
001896     EXIT.
001897*
001898*****************************************************
001899* 8600-SAVE-CHECK-CONTROL - REGRAVA O CHKCTRL.DAT COM
001900* O PROXIMO NUMERO DE CHEQUE A CADA CHEQUE EMITIDO,
001901* PARA A NUMERACAO NAO REPETIR NO EASYCALC NEM NUM
001902* RUN REFEITO APOS INTERRUPCAO.
001903*****************************************************
001904 8600-SAVE-CHECK-CONTROL.
001905     OPEN OUTPUT CHECK-CTL-FILE.
001906     MOVE OFC-NEXT-CHECK-NO TO CK-NEXT-CHECK-NO.
001907     WRITE CHECK-CTL-RECORD.
001908     CLOSE CHECK-CTL-FILE.
001909 8600-EXIT.
001910     EXIT.
001911*
001912*****************************************************
001913* 9000-ABORT-RUN - ENCERRA O PROGRAMA COM ERRO GRAVE:
001914* MOSTRA A MENSAGEM NO CONSOLE DO OPERADOR E DEVOLVE
001915* RETURN-CODE 16. SE JA HAVIA ITEM PAGO, O OFFBANK E O
001916* OFFCHKS FICAM INCOMPLETOS E O RUN-ID, JA NO PAIDBAT,
001917* DEVE SER ESTORNADO PELO PAYBKOUT ANTES DE REFAZER.
001918*****************************************************
001919 9000-ABORT-RUN.
001920     DISPLAY 'OFFCYCLE *** RUN ABORTED *** '
001921         WS-ABORT-MESSAGE.
001922     IF OFC-PAID-COUNT > ZERO
001923         DISPLAY 'OFFCYCLE - ' OFC-PAID-COUNT
001924             ' ITEMS ALREADY PAID UNDER RUN ID ' OFC-RUN-ID
001925         DISPLAY 'OFFCYCLE - BACK OUT THE RUN WITH PAYBKOUT'
001926             ' BEFORE RERUNNING'
001927     END-IF.
001928     MOVE 16 TO RETURN-CODE.
001929     MOVE 'F' TO RCL-EVENT.
001930     MOVE 16 TO RCL-RETURN-CODE.
001931     MOVE WS-ABORT-MESSAGE TO RCL-MESSAGE.
001932     PERFORM 9100-WRITE-RUN-CONTROL
001933         THRU 9100-EXIT.
001934     STOP RUN.
001935 9000-EXIT.
001936     EXIT.
001937*
001938*****************************************************
001939* 9100-WRITE-RUN-CONTROL - ACRESCENTA AO RUNCTL UM
001940* REGISTRO DESTE PROGRAMA (INICIO, FIM OU LIBERACAO)
001941* COM OS DADOS PREPARADOS EM RCL-WORK-AREAS. SEM O
001942* RUNCTL SO AVISA: O REGISTRO NAO PARA A FOLHA.
001943*****************************************************
001944 9100-WRITE-RUN-CONTROL.
001945     OPEN EXTEND RUN-CONTROL-FILE.
001946     IF WS-RUNCTL-STATUS NOT = '00'
001947         OPEN OUTPUT RUN-CONTROL-FILE
001948     END-IF.
001949     IF WS-RUNCTL-STATUS NOT = '00'
001950         DISPLAY 'OFFCYCLE - RUN CONTROL FILE RUNCTL'
001951             ' NOT AVAILABLE'
001952         GO TO 9100-EXIT
001953     END-IF.
001954     MOVE SPACES TO RUN-CONTROL-RECORD.
001955     MOVE RCL-STEP-NAME TO RC-STEP-NAME.
001956     MOVE RCL-EVENT TO RC-EVENT.
001957     MOVE RCL-RUN-MODE TO RC-RUN-MODE.
001958     ACCEPT RC-EVENT-DATE FROM DATE.
001959     ACCEPT RC-EVENT-TIME FROM TIME.
001960     MOVE RCL-RETURN-CODE TO RC-RETURN-CODE.
001961     MOVE RCL-RUN-ID TO RC-RUN-ID.
001962     MOVE RCL-FILE-NAME TO RC-FILE-NAME.
001963     MOVE RCL-REC-COUNT TO RC-REC-COUNT.
001964     MOVE RCL-HASH-TOTAL TO RC-HASH-TOTAL.
001965     MOVE RCL-OPERATOR-ID TO RC-OPERATOR-ID.
001966     MOVE RCL-MESSAGE TO RC-MESSAGE.
001967     WRITE RUN-CONTROL-RECORD.
001968     CLOSE RUN-CONTROL-FILE.
001969 9100-EXIT.
001970     EXIT.
001971*
001972*****************************************************
001973* 9400-SIGN-ON - UMA TENTATIVA DE ENTRADA: LE O CODIGO
001974* E A SENHA DO OPERADOR E CONFERE NO CADASTRO COM O
001975* PAPEL MINIMO SGN-REQUIRED-ROLE. CODIGO EM BRANCO
001976* DESISTE (ESGOTA AS TENTATIVAS).
001977*****************************************************
001978 9400-SIGN-ON.
001979     ADD 1 TO SGN-ATTEMPTS.
001980     DISPLAY 'OFFCYCLE - OPERATOR ID (BLANK = CANCEL):'.
001981     ACCEPT SGN-IN-ID.
001982     IF SGN-IN-ID = SPACES
001983         MOVE 3 TO SGN-ATTEMPTS
001984         GO TO 9400-EXIT
001985     END-IF.
001986     DISPLAY 'OFFCYCLE - PASSWORD:'.
001987     ACCEPT SGN-IN-PASSWORD.
001988     PERFORM 9410-CHECK-OPERATOR
001989         THRU 9410-EXIT.
001990     MOVE SPACES TO SGN-IN-PASSWORD.
001991     IF SIGN-ON-ACCEPTED
001992         MOVE SGN-IN-ID TO SGN-OPER-ID
001993         MOVE SGN-CHECK-ROLE TO SGN-OPER-ROLE
001994     END-IF.
001995 9400-EXIT.
001996     EXIT.
001997*
001998*****************************************************
001999* 9410-CHECK-OPERATOR - CONFERE SGN-IN-ID E A SENHA NO
002000* CADASTRO DE OPERADORES: OPERADOR ATIVO, NAO
002001* BLOQUEADO, SENHA CERTA E PAPEL NAO MENOR QUE O
002002* EXIGIDO. SENHA ERRADA SOMA UMA FALHA E A TERCEIRA
002003* SEGUIDA BLOQUEIA O OPERADOR; SENHA CERTA ZERA A
002004* CONTAGEM. TODA RECUSA VAI PARA O SECLOG.
002005*****************************************************
002006 9410-CHECK-OPERATOR.
002007     MOVE 'N' TO SGN-RESULT-SWITCH.
002008     MOVE SGN-IN-ID TO SGN-LOG-OPER-ID.
002009     MOVE 'F' TO SGN-LOG-EVENT.
002010     OPEN I-O OPERATOR-FILE.
002011     IF WS-OPERFILE-STATUS NOT = '00'
002012         DISPLAY 'OFFCYCLE - OPERATOR FILE OPERFILE NOT AVAILABLE'
002013         GO TO 9410-EXIT
002014     END-IF.
002015     MOVE SGN-IN-ID TO OP-OPER-ID.
002016     READ OPERATOR-FILE
002017         INVALID KEY
002018             MOVE 'UNKNOWN OPERATOR ID' TO SGN-LOG-DETAIL
002019             GO TO 9410-REFUSED
002020     END-READ.
002021     IF NOT OPERATOR-ACTIVE
002022         MOVE 'OPERATOR NOT ACTIVE' TO SGN-LOG-DETAIL
002023         GO TO 9410-REFUSED
002024     END-IF.
002025     IF OPERATOR-LOCKED
002026         MOVE 'OPERATOR LOCKED OUT' TO SGN-LOG-DETAIL
002027         GO TO 9410-REFUSED
002028     END-IF.
002029     PERFORM 9420-HASH-PASSWORD
002030         THRU 9420-EXIT.
002031     IF SGN-HASH NOT = OP-PASSWORD-HASH
002032         ADD 1 TO OP-FAIL-COUNT
002033         MOVE 'WRONG PASSWORD' TO SGN-LOG-DETAIL
002034         IF OP-FAIL-COUNT NOT < 3
002035             MOVE 'Y' TO OP-LOCKED-FLAG
002036             MOVE 'L' TO SGN-LOG-EVENT
002037             MOVE 'LOCKED AFTER 3 FAILED SIGN-ONS' TO
002038                 SGN-LOG-DETAIL
002039         END-IF
002040         REWRITE OPERATOR-RECORD
002041         GO TO 9410-REFUSED
002042     END-IF.
002043     MOVE ZERO TO OP-FAIL-COUNT.
002044     ACCEPT OP-LAST-SIGNON FROM DATE.
002045     REWRITE OPERATOR-RECORD.
002046     IF OP-ROLE < SGN-REQUIRED-ROLE
002047         MOVE 'D' TO SGN-LOG-EVENT
002048         MOVE 'ROLE TOO LOW FOR THIS FUNCTION' TO
002049             SGN-LOG-DETAIL
002050         GO TO 9410-REFUSED
002051     END-IF.
002052     MOVE OP-ROLE TO SGN-CHECK-ROLE.
002053     MOVE 'Y' TO SGN-RESULT-SWITCH.
002054     CLOSE OPERATOR-FILE.
002055     GO TO 9410-EXIT.
002056 9410-REFUSED.
002057     CLOSE OPERATOR-FILE.
002058     IF SGN-LOG-EVENT = 'F'
002059         DISPLAY 'OFFCYCLE - INVALID OPERATOR ID OR PASSWORD'
002060     ELSE
002061         DISPLAY 'OFFCYCLE - ' SGN-LOG-DETAIL
002062     END-IF.
002063     PERFORM 9450-WRITE-SECURITY-LOG
002064         THRU 9450-EXIT.
002065 9410-EXIT.
002066     EXIT.
002067*
002068*****************************************************
002069* 9420-HASH-PASSWORD - CALCULA O CODIGO GUARDADO NO
002070* CADASTRO EM LUGAR DA SENHA: CADA CARACTER DE
002071* OPERADOR + SENHA VIRA SUA POSICAO NA TABELA
002072* SGN-CHAR (65 FORA DELA) E ENTRA NO CODIGO POR
002073* CODIGO X 67 + POSICAO, MODULO 999999937. TEM DE SER
002074* O MESMO EM TODOS OS PROGRAMAS.
002075*****************************************************
002076 9420-HASH-PASSWORD.
002077     MOVE ZERO TO SGN-HASH.
002078     PERFORM 9430-HASH-ONE-CHAR
002079         THRU 9430-EXIT
002080         VARYING SGN-KEY-SUB FROM 1 BY 1
002081         UNTIL SGN-KEY-SUB > 16.
002082 9420-EXIT.
002083     EXIT.
002084*
002085*****************************************************
002086* 9430-HASH-ONE-CHAR - SOMA UM CARACTER AO CODIGO.
002087*****************************************************
002088 9430-HASH-ONE-CHAR.
002089     MOVE ZERO TO SGN-CHAR-POS.
002090     PERFORM 9440-MATCH-CHAR
002091         THRU 9440-EXIT
002092         VARYING SGN-CHAR-SUB FROM 1 BY 1
002093         UNTIL SGN-CHAR-SUB > 64
002094         OR SGN-CHAR-POS NOT = ZERO.
002095     IF SGN-CHAR-POS = ZERO
002096         MOVE 65 TO SGN-CHAR-POS
002097     END-IF.
002098     MULTIPLY SGN-HASH BY 67 GIVING SGN-HASH-WORK.
002099     ADD SGN-CHAR-POS TO SGN-HASH-WORK.
002100     DIVIDE SGN-HASH-WORK BY 999999937
002101         GIVING SGN-HASH-QUOTIENT
002102         REMAINDER SGN-HASH.
002103 9430-EXIT.
002104     EXIT.
002105*
002106*****************************************************
002107* 9440-MATCH-CHAR - COMPARA UMA ENTRADA DA TABELA DE
002108* CARACTERES COM O CARACTER DA VEZ.
002109*****************************************************
002110 9440-MATCH-CHAR.
002111     IF SGN-CHAR (SGN-CHAR-SUB) = SGN-KEY-CHAR (SGN-KEY-SUB)
002112         MOVE SGN-CHAR-SUB TO SGN-CHAR-POS
002113     END-IF.
002114 9440-EXIT.
002115     EXIT.
002116*
002117*****************************************************
002118* 9450-WRITE-SECURITY-LOG - ACRESCENTA AO SECLOG UM
002119* REGISTRO COM OS DADOS PREPARADOS EM SGN-WORK-AREAS.
002120* SEM O SECLOG SO AVISA.
002121*****************************************************
002122 9450-WRITE-SECURITY-LOG.
002123     OPEN EXTEND SECURITY-LOG-FILE.
002124     IF WS-SECLOG-STATUS NOT = '00'
002125         OPEN OUTPUT SECURITY-LOG-FILE
002126     END-IF.
002127     IF WS-SECLOG-STATUS NOT = '00'
002128         DISPLAY 'OFFCYCLE - SECURITY LOG SECLOG NOT AVAILABLE'
002129         GO TO 9450-EXIT
002130     END-IF.
002131     MOVE SPACES TO SECURITY-LOG-RECORD.
002132     MOVE SGN-LOG-OPER-ID TO SC-OPER-ID.
002133     ACCEPT SC-EVENT-DATE FROM DATE.
002134     ACCEPT SC-EVENT-TIME FROM TIME.
002135     MOVE SGN-PROGRAM TO SC-PROGRAM.
002136     MOVE SGN-LOG-EVENT TO SC-EVENT.
002137     MOVE SGN-APPROVER-ID TO SC-APPROVER-ID.
002138     MOVE SGN-LOG-DETAIL TO SC-DETAIL.
002139     WRITE SECURITY-LOG-RECORD.
002140     CLOSE SECURITY-LOG-FILE.
002141 9450-EXIT.
002142     EXIT.
002143*
002144*****************************************************
002145* 9470-LOG-PRIVILEGED-ACTION - GRAVA NO SECLOG A ACAO
002146* DESCRITA EM SGN-LOG-DETAIL, FEITA PELO OPERADOR QUE
002147* ENTROU (E PELO APROVADOR, SE HOUVE).
002148*****************************************************
002149 9470-LOG-PRIVILEGED-ACTION.
002150     MOVE 'P' TO SGN-LOG-EVENT.
002151     MOVE SGN-OPER-ID TO SGN-LOG-OPER-ID.
002152     PERFORM 9450-WRITE-SECURITY-LOG
002153         THRU 9450-EXIT.
002154     MOVE SPACES TO SGN-APPROVER-ID.
002155 9470-EXIT.
002156     EXIT.
