000049*                  RUN NA JANELA DE PAGAMENTO; O ITEM
000050*                  SAI NO ARQUIVO DE ERROS COM
000051*                  CONTAGEM PROPRIA NO RELATORIO.
000052* 15/10/2026  RLH  REGISTRO DO CADASTRO EMPMAST PASSA
000053*                  A 62 POSICOES COM O NUMERO DE
000054*                  DEPENDENTES (EM-DEPENDENTS) NO FIM
000055*                  DO COPYBOOK EMPREC.
000056* 15/10/2026  RLH  LOTES 9000-9999 RESERVADOS AOS
000057*                  RUNS FORA DE CICLO DO OFFCYCLE:
000058*                  HEADER NESSA FAIXA E RECUSADO E
000059*                  NAO CONTA COMO PERIODO ANTERIOR
000060*                  PAGO.
000061* 15/10/2026  RLH  CRITICA DO NOVO REGISTRO 'L' DE
000062*                  LICENCA TIRADA COMO NO EASYCALC:
000063*                  CODIGO V/S, RATE E HORAS NA FAIXA
000064*                  E SALDO DO LEAVBAL.DAT MAIS A
000065*                  ACUMULACAO DO PERIODO PELO
000066*                  LEAVRATE.DAT; LICENCA QUE DEIXARIA
000067*                  O SALDO NEGATIVO E REJEITADA.
000068* 15/10/2026  RLH  CODIGO DE CUSTEIO NO DETALHE 'D'
000069*                  CRITICADO CONTRA AS ENTRADAS
000070*                  'P'/'D' DO GLMAP.DAT
000071* 15/10/2026  RLH  CONTROLE DE EXECUCAO: GRAVA INICIO
000072*                  E FIM NO RUNCTL.DAT COM A CONTAGEM
000073*                  E O HASH DO HOURSIN.
000074* 15/10/2026  RLH  HASH DO HOURSIN NO CONTROLE DE
000075*                  EXECUCAO PASSA A COBRIR TODAS AS
000076*                  POSICOES DE CADA REGISTRO, COMO NO
000077*                  EASYCALC.
000078*****************************************************
000079 ENVIRONMENT DIVISION.
000080 CONFIGURATION SECTION.
000081 SOURCE-COMPUTER. IBM-PS2.
000082 OBJECT-COMPUTER. IBM-PS2.
000083 INPUT-OUTPUT SECTION.
000084 FILE-CONTROL.
000085     SELECT HOURSIN ASSIGN TO "HOURSIN.DAT"
000086         ORGANIZATION IS SEQUENTIAL
000087         FILE STATUS IS WS-HOURSIN-STATUS.
000088     SELECT EMP-FILE ASSIGN TO "EMPMAST.DAT"
000089         ORGANIZATION IS INDEXED
000090         ACCESS MODE IS DYNAMIC
000091         RECORD KEY IS EM-EMP-ID
000092         FILE STATUS IS WS-EMPMAST-STATUS.
000093     SELECT PARM-FILE ASSIGN TO "PAYPARM.DAT"
000094         ORGANIZATION IS SEQUENTIAL
000095         FILE STATUS IS WS-PARM-STATUS.
000096     SELECT CAL-FILE ASSIGN TO "PAYCAL.DAT"
000097         ORGANIZATION IS SEQUENTIAL
000098         FILE STATUS IS WS-CAL-STATUS.
000099     SELECT PAID-BATCH-FILE ASSIGN TO "PAIDBAT.DAT"
000100         ORGANIZATION IS SEQUENTIAL
000101         FILE STATUS IS WS-PAIDBAT-STATUS.
000102     SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
000103         ORGANIZATION IS SEQUENTIAL
000104         FILE STATUS IS WS-GLMAP-STATUS.
000105     SELECT CLEAN-FILE ASSIGN TO "HOURSOK.DAT"
000106         ORGANIZATION IS SEQUENTIAL
000107         FILE STATUS IS WS-CLEAN-STATUS.
000108     SELECT ERROR-FILE ASSIGN TO "HOURSERR.DAT"
000109         ORGANIZATION IS SEQUENTIAL
000110         FILE STATUS IS WS-ERROR-STATUS.
000111     SELECT EDIT-RPT-FILE ASSIGN TO "EDITRPT.DAT"
000112         ORGANIZATION IS SEQUENTIAL
000113         FILE STATUS IS WS-EDITRPT-STATUS.
000114     SELECT LEAVE-FILE ASSIGN TO "LEAVBAL.DAT"
000115         ORGANIZATION IS INDEXED
000116         ACCESS MODE IS DYNAMIC
000117         RECORD KEY IS LV-EMP-ID
000118         FILE STATUS IS WS-LEAVE-STATUS.
000119     SELECT LEAVE-RATE-FILE ASSIGN TO "LEAVRATE.DAT"
000120         ORGANIZATION IS SEQUENTIAL
000121         FILE STATUS IS WS-LVRATE-STATUS.
000122     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000123         ORGANIZATION IS SEQUENTIAL
000124         FILE STATUS IS WS-RUNCTL-STATUS.
000125 DATA DIVISION.
000126 FILE SECTION.
000127 FD  HOURSIN
000128     LABEL RECORDS ARE STANDARD
000129     RECORD CONTAINS 19 CHARACTERS.
000130 01  HOURSIN-RECORD.
000131     02  HR-REC-TYPE        PIC X(01).
000132         88  HOURS-HEADER-REC          VALUE 'H'.
000133         88  HOURS-DETAIL-REC          VALUE 'D'.
000134         88  HOURS-ADJUST-REC          VALUE 'A'.
000135         88  HOURS-LEAVE-REC           VALUE 'L'.
000136         88  HOURS-TRAILER-REC         VALUE 'T'.
000137     02  HR-REC-BODY.
000138         03  HR-EMP-ID      PIC X(05).
000139         03  HR-RATE        PIC S9999.
000140         03  HR-HOURS       PIC S99.
000141         03  HR-ADJ-AMOUNT  PIC S9(5)V99.
000142     02  HR-HEADER-BODY REDEFINES HR-REC-BODY.
000143         03  HB-PERIOD-END  PIC 9(06).
000144         03  HB-BATCH-NO    PIC 9(04).
000145         03  FILLER         PIC X(08).
000146     02  HR-TRAILER-BODY REDEFINES HR-REC-BODY.
000147         03  HT-RECORD-COUNT PIC 9(05).
000148         03  HT-HASH-HOURS  PIC S9(05).
000149         03  FILLER         PIC X(08).
000150     02  HR-LEAVE-BODY REDEFINES HR-REC-BODY.
000151         03  FILLER         PIC X(11).
000152         03  HL-LEAVE-CODE  PIC X(01).
000153             88  HL-LEAVE-VACATION     VALUE 'V'.
000154             88  HL-LEAVE-SICK         VALUE 'S'.
000155         03  FILLER         PIC X(06).
000156     02  HR-DETAIL-BODY REDEFINES HR-REC-BODY.
000157         03  FILLER         PIC X(11).
000158         03  HD-CHARGE-CODE PIC X(04).
000159             88  HD-NO-CHARGE-CODE     VALUE SPACES '0000'.
000160         03  FILLER         PIC X(03).
000161 FD  EMP-FILE
000162     LABEL RECORDS ARE STANDARD
000163     RECORD CONTAINS 62 CHARACTERS.
000164 COPY EMPREC.
000165 FD  PARM-FILE
000166     LABEL RECORDS ARE STANDARD
000167     RECORD CONTAINS 38 CHARACTERS.
000168 01  PARM-RECORD.
000169     02  PM-EFFECTIVE-DATE  PIC 9(06).
000170     02  PM-TAX-PCT         PIC 9(3)V99.
000171     02  PM-BENEFITS-DEDUCT PIC 9(3)V99.
000172     02  PM-OT-FACTOR       PIC 9V99.
000173     02  PM-MAX-RATE        PIC 9(04).
000174     02  PM-MAX-HOURS       PIC 9(02).
000175     02  PM-MAX-REG-HOURS   PIC 9(02).
000176     02  PM-VARIANCE-PCT    PIC 9(3)V99.
000177     02  PM-PAGE-SIZE       PIC 9(03).
000178     02  PM-CHECKPOINT-INTERVAL PIC 9(03).
000179 FD  CAL-FILE
000180     LABEL RECORDS ARE STANDARD
000181     RECORD CONTAINS 18 CHARACTERS.
000182 01  CALENDAR-RECORD.
000183     02  CA-YEAR            PIC 9(04).
000184     02  CA-PERIOD-NO       PIC 9(02).
000185     02  CA-PERIOD-END      PIC 9(06).
000186     02  CA-PAY-DATE        PIC 9(06).
000187 FD  PAID-BATCH-FILE
000188     LABEL RECORDS ARE STANDARD
000189     RECORD CONTAINS 10 CHARACTERS.
000190 01  PAID-BATCH-RECORD.
000191     02  PB-PERIOD-END      PIC 9(06).
000192     02  PB-BATCH-NO        PIC 9(04).
000193*
000194*****************************************************
000195* GLMAP - DE-PARA DE CONTABILIZACAO DO EASYCALC; AQUI
000196* SO AS ENTRADAS 'D' E 'P' INTERESSAM, PARA APONTAR JA
000197* NA PRE-CRITICA O FUNCIONARIO CUJO DEPARTAMENTO, OU O
000198* CODIGO DE CUSTEIO DO DETALHE, SEM CONTA DE DESPESA
000199* ABORTARIA O RUN DE FOLHA NA ENTRADA DO SORT (1325 E
000200* 1326 DO EASYCALC).
000201*****************************************************
000202 FD  GL-MAP-FILE
000203     LABEL RECORDS ARE STANDARD
000204     RECORD CONTAINS 33 CHARACTERS.
000205 01  GL-MAP-RECORD.
000206     02  GM-TYPE            PIC X(01).
000207         88  GLMAP-DEPT-ENTRY          VALUE 'D'.
000208         88  GLMAP-CHARGE-ENTRY        VALUE 'P'.
000209     02  GM-DEPT            PIC X(04).
000210     02  GM-ACCOUNT         PIC X(08).
000211     02  GM-DESC            PIC X(20).
000212 FD  CLEAN-FILE
000213     LABEL RECORDS ARE STANDARD
000214     RECORD CONTAINS 19 CHARACTERS.
000215 01  CLEAN-RECORD           PIC X(19).
000216 01  CLEAN-TRAILER-RECORD REDEFINES CLEAN-RECORD.
000217     02  CT-REC-TYPE        PIC X(01).
000218     02  CT-RECORD-COUNT    PIC 9(05).
000219     02  CT-HASH-HOURS      PIC S9(05).
000220     02  FILLER             PIC X(08).
000221 FD  ERROR-FILE
000222     LABEL RECORDS ARE STANDARD
000223     RECORD CONTAINS 64 CHARACTERS.
000224 01  ERROR-RECORD.
000225     02  HE-RECORD-IMAGE    PIC X(19).
000226     02  HE-REASON          PIC X(45).
000227 FD  EDIT-RPT-FILE
000228     LABEL RECORDS ARE STANDARD
000229     RECORD CONTAINS 132 CHARACTERS.
000230 01  EDIT-RPT-REC           PIC X(132).
000231 FD  LEAVE-FILE
000232     LABEL RECORDS ARE STANDARD
000233     RECORD CONTAINS 40 CHARACTERS.
000234 COPY LEAVREC.
000235 FD  LEAVE-RATE-FILE
000236     LABEL RECORDS ARE STANDARD
000237     RECORD CONTAINS 30 CHARACTERS.
000238 COPY LVRTREC.
000239*
000240*****************************************************
000241* RUNCTL - CONTROLE DE EXECUCAO DA CADEIA DE FOLHA:
000242* O FIM DO HRSEDIT LEVA A CONTAGEM E O HASH DO HOURSIN
000243* QUE O EASYCALC CONFERE ANTES DE PAGAR.
000244*****************************************************
000245 FD  RUN-CONTROL-FILE
000246     LABEL RECORDS ARE STANDARD
000247     RECORD CONTAINS 126 CHARACTERS.
000248 COPY RUNCREC.
000249 WORKING-STORAGE SECTION.
000250 01  WS-SWITCHES.
000251     02  WS-EOF-SWITCH      PIC X(01)  VALUE 'N'.
000252         88  HOURSIN-EOF               VALUE 'Y'.
000253     02  WS-BATCH-OPEN-SWITCH PIC X(01) VALUE 'N'.
000254         88  BATCH-IN-PROGRESS         VALUE 'Y'.
000255     02  WS-BATCH-OK-SWITCH PIC X(01)  VALUE 'N'.
000256         88  BATCH-ACCEPTED            VALUE 'Y'.
000257     02  WS-ITEM-OK-SWITCH  PIC X(01)  VALUE 'Y'.
000258         88  ITEM-ACCEPTED             VALUE 'Y'.
000259         88  ITEM-REJECTED             VALUE 'N'.
000260     02  WS-EMP-FOUND-SWITCH PIC X(01) VALUE 'N'.
000261         88  EMP-RECORD-FOUND          VALUE 'Y'.
000262         88  EMP-RECORD-NOT-FOUND      VALUE 'N'.
000263     02  WS-PARM-EOF-SWITCH PIC X(01)  VALUE 'N'.
000264         88  PARM-FILE-EOF             VALUE 'Y'.
000265     02  WS-CAL-LOADED-SWITCH PIC X(01) VALUE 'N'.
000266         88  CAL-FILE-LOADED           VALUE 'Y'.
000267     02  WS-CAL-EOF-SWITCH  PIC X(01)  VALUE 'N'.
000268         88  CAL-FILE-EOF              VALUE 'Y'.
000269     02  WS-PAIDBAT-EOF-SWITCH PIC X(01) VALUE 'N'.
000270         88  PAIDBAT-FILE-EOF          VALUE 'Y'.
000271     02  WS-PRIOR-PAID-SWITCH PIC X(01) VALUE 'N'.
000272         88  PRIOR-PERIOD-PAID         VALUE 'Y'.
000273     02  WS-GLMAP-LOADED-SWITCH PIC X(01) VALUE 'N'.
000274         88  GL-MAP-LOADED             VALUE 'Y'.
000275     02  WS-GLMAP-EOF-SWITCH PIC X(01) VALUE 'N'.
000276         88  GLMAP-FILE-EOF            VALUE 'Y'.
000277     02  WS-DEPT-MAPPED-SWITCH PIC X(01) VALUE 'Y'.
000278         88  EDT-DEPT-MAPPED           VALUE 'Y'.
000279     02  WS-CHARGE-MAPPED-SWITCH PIC X(01) VALUE 'Y'.
000280         88  EDT-CHARGE-MAPPED         VALUE 'Y'.
000281     02  WS-LEAVE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
000282         88  LEAVE-FILE-OPEN           VALUE 'Y'.
000283     02  WS-LVRATE-EOF-SWITCH  PIC X(01) VALUE 'N'.
000284         88  LVRATE-FILE-EOF           VALUE 'Y'.
000285     02  WS-LVRATE-USED-SWITCH PIC X(01) VALUE 'N'.
000286         88  LVRATE-FILE-USED          VALUE 'Y'.
000287 01  WS-HOURSIN-STATUS      PIC X(02)  VALUE '00'.
000288 01  WS-EMPMAST-STATUS      PIC X(02)  VALUE '00'.
000289 01  WS-PARM-STATUS         PIC X(02)  VALUE '00'.
000290 01  WS-CAL-STATUS          PIC X(02)  VALUE '00'.
000291 01  WS-PAIDBAT-STATUS      PIC X(02)  VALUE '00'.
000292 01  WS-GLMAP-STATUS        PIC X(02)  VALUE '00'.
000293 01  WS-CLEAN-STATUS        PIC X(02)  VALUE '00'.
000294 01  WS-ERROR-STATUS        PIC X(02)  VALUE '00'.
000295 01  WS-EDITRPT-STATUS      PIC X(02)  VALUE '00'.
000296 01  WS-LEAVE-STATUS        PIC X(02)  VALUE '00'.
000297 01  WS-LVRATE-STATUS       PIC X(02)  VALUE '00'.
000298*
000299*****************************************************
000300* CONTROLE DE EXECUCAO (RUNCTL.DAT): DADOS DO REGISTRO
000301* QUE ESTE PROGRAMA GRAVA AO COMECAR E AO TERMINAR.
000302*****************************************************
000303 01  WS-RUNCTL-STATUS       PIC X(02)  VALUE '00'.
000304 01  RCL-WORK-AREAS.
000305     02  RCL-STEP-NAME      PIC X(08)  VALUE 'HRSEDIT'.
000306     02  RCL-EVENT          PIC X(01)  VALUE SPACE.
000307     02  RCL-RUN-MODE       PIC X(01)  VALUE SPACE.
000308     02  RCL-RETURN-CODE    PIC 9(02)  VALUE ZERO.
000309     02  RCL-RUN-ID.
000310         03  RCL-PERIOD-END PIC 9(06)  VALUE ZERO.
000311         03  RCL-BATCH-NO   PIC 9(04)  VALUE ZERO.
000312     02  RCL-FILE-NAME      PIC X(12)  VALUE SPACES.
000313     02  RCL-REC-COUNT      PIC 9(07)  VALUE ZERO.
000314     02  RCL-HASH-TOTAL     PIC S9(11)V99 VALUE ZERO.
000315     02  RCL-OPERATOR-ID    PIC X(08)  VALUE SPACES.
000316     02  RCL-MESSAGE        PIC X(40)  VALUE SPACES.
000317     02  RCL-REFUSAL        PIC X(40)  VALUE SPACES.
000318     02  RCL-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000319         88  RUNCTL-FILE-EOF           VALUE 'Y'.
000320     02  RCL-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
000321         88  RCL-INPUT-EOF             VALUE 'Y'.
000322     02  RCL-READ-COUNT     PIC S9(7) COMP VALUE ZERO.
000323 01  WS-ABORT-MESSAGE       PIC X(40)  VALUE SPACES.
000324 01  WS-RUN-DATE.
000325     02  WS-RUN-YY          PIC 99.
000326     02  WS-RUN-MM          PIC 99.
000327     02  WS-RUN-DD          PIC 99.
000328 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
000329                            PIC 9(06).
000330 01  PARM-WORK-AREAS.
000331     02  WS-PARM-EFFECTIVE  PIC 9(06)  VALUE ZERO.
000332 77  EDT-MAX-RATE           PIC S9999       VALUE 200.
000333 77  EDT-MAX-HOURS          PIC S99         VALUE 80.
000334 77  CAL-SUB                PIC S9(3) COMP  VALUE ZERO.
000335 77  CAL-HIT-SUB            PIC S9(3) COMP  VALUE ZERO.
000336 77  PAID-SUB               PIC S9(3) COMP  VALUE ZERO.
000337 77  BATCH-SUB              PIC S9(3) COMP  VALUE ZERO.
000338 77  GLM-SUB                PIC S9(3) COMP  VALUE ZERO.
000339 77  LVR-SUB                PIC S9(3) COMP  VALUE ZERO.
000340 77  LVR-HIT-SUB            PIC S9(3) COMP  VALUE ZERO.
000341 77  LVT-SUB                PIC S9(3) COMP  VALUE ZERO.
000342 77  LVT-HIT-SUB            PIC S9(3) COMP  VALUE ZERO.
000343*
000344*****************************************************
000345* HASH DO HOURSIN PARA O CONTROLE DE EXECUCAO: CADA
000346* POSICAO DE CADA REGISTRO, NA ORDEM DO ARQUIVO, ENTRA
000347* NO CODIGO PELA ORDEM DO CARACTER NA TABELA HIN-CHAR
000348* (73 FORA DELA), NA MESMA CONTA DA SENHA DO OPERFILE.
000349* A CONTA E IGUAL NO HRSEDIT E NO EASYCALC.
000350*****************************************************
000351 01  HIN-HASH-AREAS.
000352     02  HIN-RECORD-IMAGE   PIC X(19)  VALUE SPACES.
000353     02  HIN-RECORD-CHARS REDEFINES HIN-RECORD-IMAGE.
000354         03  HIN-REC-CHAR   PIC X(01)  OCCURS 19 TIMES.
000355     02  HIN-HASH           PIC 9(10)  VALUE ZERO.
000356     02  HIN-HASH-WORK      PIC 9(12)  VALUE ZERO.
000357     02  HIN-HASH-QUOTIENT  PIC 9(12)  VALUE ZERO.
000358     02  HIN-CHAR-POS       PIC 9(02)  VALUE ZERO.
000359 01  HIN-CHAR-VALUES.
000360     02  FILLER             PIC X(32)
000361         VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
000362     02  FILLER             PIC X(32)
000363         VALUE '56789abcdefghijklmnopqrstuvwxyz-'.
000364     02  FILLER             PIC X(08)
000365         VALUE '{}+.,/*&'.
000366 01  HIN-CHAR-TABLE REDEFINES HIN-CHAR-VALUES.
000367     02  HIN-CHAR           PIC X(01)  OCCURS 72 TIMES.
000368 77  HIN-REC-SUB            PIC S9(3) COMP  VALUE ZERO.
000369 77  HIN-CHAR-SUB           PIC S9(3) COMP  VALUE ZERO.
000370*
000371*****************************************************
000372* TABELA DOS DEPARTAMENTOS ('D') E CODIGOS DE CUSTEIO
000373* ('P') COM CONTA DE DESPESA NO GLMAP.DAT, CARREGADA
000374* NA ABERTURA; SEM O ARQUIVO A CONFERENCIA DE
000375* DEPARTAMENTO E DE CODIGO E PULADA, COMO NO PROPRIO
000376* EASYCALC.
000377*****************************************************
000378 01  GLM-TABLE-AREA.
000379     02  GLM-COUNT          PIC S9(3) COMP  VALUE ZERO.
000380     02  GLM-ENTRY OCCURS 100 TIMES.
000381         03  GLM-TYPE       PIC X(01).
000382         03  GLM-DEPT       PIC X(04).
000383 01  EDT-BATCH-AREAS.
000384     02  EDT-PERIOD-END     PIC 9(06)  VALUE ZERO.
000385     02  EDT-BATCH-NO       PIC 9(04)  VALUE ZERO.
000386     02  EDT-BATCH-REASON   PIC X(45)  VALUE SPACES.
000387     02  EDT-IN-COUNT       PIC S9(5)  COMP  VALUE ZERO.
000388     02  EDT-IN-HASH        PIC S9(05)       VALUE ZERO.
000389     02  EDT-OK-COUNT       PIC S9(5)  COMP  VALUE ZERO.
000390     02  EDT-OK-HASH        PIC S9(05)       VALUE ZERO.
000391     02  EDT-EXP-COUNT      PIC 9(05)        VALUE ZERO.
000392     02  EDT-EXP-HASH       PIC S9(05)       VALUE ZERO.
000393 01  EDT-ITEM-AREAS.
000394     02  EDT-REASON         PIC X(45)  VALUE SPACES.
000395     02  EDT-ADJ-CHECK      PIC S9(3)       VALUE ZERO.
000396     02  EDT-ADJ-GROSS      PIC S9(7)V99    VALUE ZERO.
000397     02  CAL-CURR-YEAR      PIC 9(04)  VALUE ZERO.
000398     02  CAL-CURR-PERIOD-NO PIC 9(02)  VALUE ZERO.
000399     02  CAL-CHK-DATE       PIC 9(06)  VALUE ZERO.
000400 01  EDT-TOTALS.
000401     02  EDT-READ-COUNT     PIC S9(5) COMP  VALUE ZERO.
000402     02  EDT-CLEAN-COUNT    PIC S9(5) COMP  VALUE ZERO.
000403     02  EDT-ERROR-COUNT    PIC S9(5) COMP  VALUE ZERO.
000404     02  EDT-BATCH-COUNT    PIC S9(3) COMP  VALUE ZERO.
000405 01  EDT-ERROR-COUNTS.
000406     02  EDT-CNT-NO-MASTER  PIC S9(5) COMP  VALUE ZERO.
000407     02  EDT-CNT-INACTIVE   PIC S9(5) COMP  VALUE ZERO.
000408     02  EDT-CNT-RANGE      PIC S9(5) COMP  VALUE ZERO.
000409     02  EDT-CNT-ADJUST     PIC S9(5) COMP  VALUE ZERO.
000410     02  EDT-CNT-BAD-TYPE   PIC S9(5) COMP  VALUE ZERO.
000411     02  EDT-CNT-OUTSIDE    PIC S9(5) COMP  VALUE ZERO.
000412     02  EDT-CNT-BATCH-REJ  PIC S9(5) COMP  VALUE ZERO.
000413     02  EDT-CNT-BALANCE    PIC S9(5) COMP  VALUE ZERO.
000414     02  EDT-CNT-STRUCT     PIC S9(5) COMP  VALUE ZERO.
000415     02  EDT-CNT-UNMAPPED   PIC S9(5) COMP  VALUE ZERO.
000416     02  EDT-CNT-LEAVE      PIC S9(5) COMP  VALUE ZERO.
000417     02  EDT-CNT-NO-BALANCE PIC S9(5) COMP  VALUE ZERO.
000418     02  EDT-CNT-CHARGE     PIC S9(5) COMP  VALUE ZERO.
000419*
000420*****************************************************
000421* TABELA DOS LOTES JA VISTOS NESTE ARQUIVO, PARA
000422* RECUSAR LOTE REPETIDO NO PROPRIO EXTRATO.
000423*****************************************************
000424 01  SEEN-TABLE-AREA.
000425     02  SEEN-COUNT         PIC S9(3) COMP  VALUE ZERO.
000426     02  SEEN-ENTRY OCCURS 10 TIMES.
000427         03  SN-PERIOD-END  PIC 9(06).
000428         03  SN-BATCH-NO    PIC 9(04).
000429 01  CAL-TABLE-AREA.
000430     02  CAL-COUNT          PIC S9(3) COMP  VALUE ZERO.
000431     02  CAL-ENTRY OCCURS 60 TIMES.
000432         03  CAL-YEAR       PIC 9(04).
000433         03  CAL-PERIOD-NO  PIC 9(02).
000434         03  CAL-PERIOD-END PIC 9(06).
000435         03  CAL-PAY-DATE   PIC 9(06).
000436 01  PAID-TABLE-AREA.
000437     02  PAID-COUNT         PIC S9(3) COMP  VALUE ZERO.
000438     02  PAID-ENTRY OCCURS 200 TIMES.
000439         03  PD-PERIOD-END  PIC 9(06).
000440         03  PD-BATCH-NO    PIC 9(04).
000441*
000442*****************************************************
000443* LICENCA TIRADA: FAIXAS DE ACUMULACAO DO LEAVRATE EM
000444* VIGOR E, POR FUNCIONARIO COM REGISTRO 'L' NO ARQUIVO,
000445* O SALDO AINDA DISPONIVEL - O DO LEAVBAL MAIS A
000446* ACUMULACAO DO PERIODO QUE O EASYCALC VAI FAZER,
000447* MENOS AS LICENCAS JA ACEITAS NESTA CRITICA.
000448*****************************************************
000449 01  LEAVE-WORK-AREAS.
000450     02  WS-LVRATE-EFFECTIVE PIC 9(06) VALUE ZERO.
000451     02  LVW-AS-OF-DATE     PIC 9(06)  VALUE ZERO.
000452     02  LVW-AS-OF-SPLIT REDEFINES LVW-AS-OF-DATE.
000453         03  LVW-AS-OF-YY   PIC 99.
000454         03  LVW-AS-OF-MMDD PIC 9(04).
000455     02  LVW-HIRE-DATE      PIC 9(06)  VALUE ZERO.
000456     02  LVW-HIRE-SPLIT REDEFINES LVW-HIRE-DATE.
000457         03  LVW-HIRE-YY    PIC 99.
000458         03  LVW-HIRE-MMDD  PIC 9(04).
000459     02  LVW-SERVICE-YEARS  PIC S9(3) COMP  VALUE ZERO.
000460     02  LVW-HOURS          PIC S9(5)V99    VALUE ZERO.
000461 01  LVR-TABLE-AREA.
000462     02  LVR-COUNT          PIC S9(3) COMP  VALUE ZERO.
000463     02  LVR-ENTRY OCCURS 20 TIMES.
000464         03  LVR-MIN-YEARS  PIC 9(02).
000465         03  LVR-VAC-ACCRUAL PIC 9(2)V99.
000466         03  LVR-SICK-ACCRUAL PIC 9(2)V99.
000467 01  LVT-TABLE-AREA.
000468     02  LVT-COUNT          PIC S9(3) COMP  VALUE ZERO.
000469     02  LVT-ENTRY OCCURS 500 TIMES.
000470         03  LVT-EMP-ID     PIC X(05).
000471         03  LVT-VAC-LEFT   PIC S9(5)V99.
000472         03  LVT-SICK-LEFT  PIC S9(5)V99.
000473         03  LVT-LAST-ACCRUAL PIC 9(06).
000474 01  RPT-TITLE-LINE.
000475     02  FILLER             PIC X(24) VALUE SPACES.
000476     02  FILLER             PIC X(28)
000477         VALUE 'HOURSIN EDIT REPORT'.
000478     02  FILLER             PIC X(80) VALUE SPACES.
000479 01  RPT-DATE-LINE.
000480     02  FILLER             PIC X(24) VALUE SPACES.
000481     02  FILLER             PIC X(10) VALUE 'RUN DATE: '.
000482     02  RPT-RUN-MM         PIC 99.
000483     02  FILLER             PIC X(01) VALUE '/'.
000484     02  RPT-RUN-DD         PIC 99.
000485     02  FILLER             PIC X(01) VALUE '/'.
000486     02  RPT-RUN-YY         PIC 99.
000487     02  FILLER             PIC X(90) VALUE SPACES.
000488 01  RPT-BATCH-LINE.
000489     02  FILLER             PIC X(09) VALUE '** BATCH '.
000490     02  RB-PERIOD-END      PIC 9(06).
000491     02  FILLER             PIC X(01) VALUE '/'.
000492     02  RB-BATCH-NO        PIC 9(04).
000493     02  FILLER             PIC X(02) VALUE SPACES.
000494     02  RB-NOTE            PIC X(45).
000495     02  FILLER             PIC X(65) VALUE SPACES.
000496 01  RPT-REJECT-LINE.
000497     02  FILLER             PIC X(11) VALUE '*** REJECT '.
000498     02  RJ-EMP-ID          PIC X(05).
000499     02  FILLER             PIC X(01) VALUE SPACE.
000500     02  RJ-REASON          PIC X(45) VALUE SPACES.
000501     02  FILLER             PIC X(70) VALUE SPACES.
000502 01  RPT-COUNT-LINE.
000503     02  FILLER             PIC X(05) VALUE SPACES.
000504     02  RC-LABEL           PIC X(34) VALUE SPACES.
000505     02  RC-COUNT           PIC ZZ,ZZ9.
000506     02  FILLER             PIC X(87) VALUE SPACES.
000507 01  RPT-TRAILER-LINE.
000508     02  FILLER             PIC X(24)
000509         VALUE '*** END OF EDIT RUN *** '.
000510     02  FILLER             PIC X(06) VALUE 'READ: '.
000511     02  RT-READ            PIC ZZ,ZZ9.
000512     02  FILLER             PIC X(02) VALUE SPACES.
000513     02  FILLER             PIC X(07) VALUE 'CLEAN: '.
000514     02  RT-CLEAN           PIC ZZ,ZZ9.
000515     02  FILLER             PIC X(02) VALUE SPACES.
000516     02  FILLER             PIC X(10) VALUE 'IN ERROR: '.
000517     02  RT-ERROR           PIC ZZ,ZZ9.
000518     02  FILLER             PIC X(63) VALUE SPACES.
000519 PROCEDURE DIVISION.
000520 0000-MAINLINE.
000521     PERFORM 1000-INITIALIZE-RUN
000522         THRU 1000-EXIT.
000523     PERFORM 2000-READ-HOURSIN
000524         THRU 2000-EXIT.
000525     IF HOURSIN-EOF
000526         MOVE ZERO TO RB-PERIOD-END
000527         MOVE ZERO TO RB-BATCH-NO
000528         MOVE 'EMPTY HOURSIN - NOTHING TO EDIT' TO RB-NOTE
000529         PERFORM 3700-WRITE-BATCH-NOTE
000530             THRU 3700-EXIT
000531         DISPLAY 'HRSEDIT - EMPTY HOURSIN - NOTHING TO EDIT'
000532         ADD 1 TO EDT-CNT-STRUCT
000533     END-IF.
000534     PERFORM 3000-PROCESS-RECORD
000535         THRU 3000-EXIT
000536         UNTIL HOURSIN-EOF.
000537     PERFORM 3900-CLOSE-OPEN-BATCH
000538         THRU 3900-EXIT.
000539     PERFORM 8000-TERMINATE-RUN
000540         THRU 8000-EXIT.
000541     STOP RUN.
000542*
000543*****************************************************
000544* 1000-INITIALIZE-RUN - ABRE OS ARQUIVOS, CARREGA OS
000545* LIMITES DO PAYPARM, O CALENDARIO, OS LOTES JA PAGOS
000546* E AS FAIXAS DE ACUMULACAO DE LICENCA E IMPRIME O
000547* CABECALHO DO RELATORIO DE CRITICA. O SALDO DE
000548* LICENCA (LEAVBAL) E OPCIONAL: SEM ELE TODO
000549* FUNCIONARIO COMECA COM SALDO ZERO.
000550*****************************************************
000551 1000-INITIALIZE-RUN.
000552     ACCEPT WS-RUN-DATE FROM DATE.
000553     OPEN INPUT HOURSIN.
000554     IF WS-HOURSIN-STATUS NOT = '00'
000555         MOVE 'HOURSIN NOT AVAILABLE' TO WS-ABORT-MESSAGE
000556         PERFORM 9000-ABORT-RUN
000557             THRU 9000-EXIT
000558     END-IF.
000559     OPEN INPUT EMP-FILE.
000560     IF WS-EMPMAST-STATUS NOT = '00'
000561         MOVE 'EMPLOYEE MASTER EMPMAST NOT AVAILABLE' TO
000562             WS-ABORT-MESSAGE
000563         PERFORM 9000-ABORT-RUN
000564             THRU 9000-EXIT
000565     END-IF.
000566     PERFORM 1400-LOAD-PARAMETERS
000567         THRU 1400-EXIT.
000568     PERFORM 1700-LOAD-CALENDAR
000569         THRU 1700-EXIT.
000570     PERFORM 1900-LOAD-PAID-BATCH
000571         THRU 1900-EXIT.
000572     PERFORM 1500-LOAD-GL-MAP
000573         THRU 1500-EXIT.
000574     PERFORM 1600-LOAD-LEAVE-RATES
000575         THRU 1600-EXIT.
000576     OPEN INPUT LEAVE-FILE.
000577     IF WS-LEAVE-STATUS = '00'
000578         MOVE 'Y' TO WS-LEAVE-OPEN-SWITCH
000579     END-IF.
000580     OPEN OUTPUT CLEAN-FILE.
000581     OPEN OUTPUT ERROR-FILE.
000582     OPEN OUTPUT EDIT-RPT-FILE.
000583     MOVE WS-RUN-MM TO RPT-RUN-MM.
000584     MOVE WS-RUN-DD TO RPT-RUN-DD.
000585     MOVE WS-RUN-YY TO RPT-RUN-YY.
000586     WRITE EDIT-RPT-REC FROM RPT-TITLE-LINE
000587         AFTER ADVANCING PAGE.
000588     WRITE EDIT-RPT-REC FROM RPT-DATE-LINE
000589         AFTER ADVANCING 1 LINE.
000590     MOVE 'HOURSIN.DAT' TO RCL-FILE-NAME.
000591     MOVE 'S' TO RCL-EVENT.
000592     PERFORM 9100-WRITE-RUN-CONTROL
000593         THRU 9100-EXIT.
000594 1000-EXIT.
000595     EXIT.
000596*
000597*****************************************************
000598* 1400-LOAD-PARAMETERS - CARREGA OS LIMITES DE RATE E
000599* HORAS DO PAYPARM.DAT, VALENDO O REGISTRO MAIS RECENTE
000600* NAO POSTERIOR A DATA DO RUN, COMO NO EASYCALC; SEM O
000601* ARQUIVO VALEM OS VALUES COMPILADOS.
000602*****************************************************
000603 1400-LOAD-PARAMETERS.
000604     OPEN INPUT PARM-FILE.
000605     IF WS-PARM-STATUS NOT = '00'
000606         GO TO 1400-EXIT
000607     END-IF.
000608     MOVE 'N' TO WS-PARM-EOF-SWITCH.
000609     PERFORM 1410-READ-PARM
000610         THRU 1410-EXIT.
000611     PERFORM 1420-APPLY-PARM
000612         THRU 1420-EXIT
000613         UNTIL PARM-FILE-EOF.
000614     CLOSE PARM-FILE.
000615 1400-EXIT.
000616     EXIT.
000617*
000618*****************************************************
000619* 1410-READ-PARM - LE O PROXIMO REGISTRO DE PARAMETROS.
000620*****************************************************
000621 1410-READ-PARM.
000622     READ PARM-FILE
000623         AT END
000624             MOVE 'Y' TO WS-PARM-EOF-SWITCH
000625     END-READ.
000626 1410-EXIT.
000627     EXIT.
000628*
000629*****************************************************
000630* 1420-APPLY-PARM - ADOTA OS LIMITES DO REGISTRO LIDO
000631* SE A VIGENCIA DELE NAO FOR POSTERIOR A DATA DO RUN E
000632* FOR MAIS RECENTE QUE A DO REGISTRO JA ADOTADO.
000633*****************************************************
000634 1420-APPLY-PARM.
000635     IF PM-EFFECTIVE-DATE NOT > WS-RUN-DATE-NUM
000636         AND PM-EFFECTIVE-DATE NOT < WS-PARM-EFFECTIVE
000637         MOVE PM-EFFECTIVE-DATE TO WS-PARM-EFFECTIVE
000638         MOVE PM-MAX-RATE TO EDT-MAX-RATE
000639         MOVE PM-MAX-HOURS TO EDT-MAX-HOURS
000640     END-IF.
000641     PERFORM 1410-READ-PARM
000642         THRU 1410-EXIT.
000643 1420-EXIT.
000644     EXIT.
000645*
000646*****************************************************
000647* 1500-LOAD-GL-MAP - CARREGA PARA A TABELA AS
000648* ENTRADAS 'D' E 'P' DO GLMAP.DAT, PARA A CRITICA DE
000649* DEPARTAMENTO E DE CODIGO DE CUSTEIO SEM CONTA DE
000650* DESPESA; SEM O ARQUIVO NADA E CONFERIDO, COMO NO
000651* EASYCALC.
000652*****************************************************
000653 1500-LOAD-GL-MAP.
000654     OPEN INPUT GL-MAP-FILE.
000655     IF WS-GLMAP-STATUS NOT = '00'
000656         GO TO 1500-EXIT
000657     END-IF.
000658     MOVE 'Y' TO WS-GLMAP-LOADED-SWITCH.
000659     MOVE 'N' TO WS-GLMAP-EOF-SWITCH.
000660     PERFORM 1510-READ-GL-MAP
000661         THRU 1510-EXIT.
000662     PERFORM 1520-STORE-GL-ENTRY
000663         THRU 1520-EXIT
000664         UNTIL GLMAP-FILE-EOF.
000665     CLOSE GL-MAP-FILE.
000666 1500-EXIT.
000667     EXIT.
000668*
000669*****************************************************
000670* 1510-READ-GL-MAP - LE A PROXIMA ENTRADA DO DE-PARA.
000671*****************************************************
000672 1510-READ-GL-MAP.
000673     READ GL-MAP-FILE
000674         AT END
000675             MOVE 'Y' TO WS-GLMAP-EOF-SWITCH
000676     END-READ.
000677 1510-EXIT.
000678     EXIT.
000679*
000680*****************************************************
000681* 1520-STORE-GL-ENTRY - GUARDA NA TABELA O TIPO E O
000682* CODIGO DE UMA ENTRADA 'D' OU 'P'; OS DEMAIS TIPOS
000683* NAO INTERESSAM AQUI.
000684*****************************************************
000685 1520-STORE-GL-ENTRY.
000686     IF GLMAP-DEPT-ENTRY
000687         OR GLMAP-CHARGE-ENTRY
000688         IF GLM-COUNT >= 100
000689             MOVE 'GLMAP TABLE FULL' TO WS-ABORT-MESSAGE
000690             PERFORM 9000-ABORT-RUN
000691                 THRU 9000-EXIT
000692         END-IF
000693         ADD 1 TO GLM-COUNT
000694         MOVE GM-TYPE TO GLM-TYPE (GLM-COUNT)
000695         MOVE GM-DEPT TO GLM-DEPT (GLM-COUNT)
000696     END-IF.
000697     PERFORM 1510-READ-GL-MAP
000698         THRU 1510-EXIT.
000699 1520-EXIT.
000700     EXIT.
000701*
000702*****************************************************
000703* 1600-LOAD-LEAVE-RATES - CARREGA AS FAIXAS DE
000704* ACUMULACAO DE LICENCA DO LEAVRATE.DAT EM VIGOR NA
000705* DATA DO RUN, PELA MESMA REGRA DA 1480 DO EASYCALC;
000706* SEM O ARQUIVO NAO HA ACUMULACAO A PROJETAR.
000707*****************************************************
000708 1600-LOAD-LEAVE-RATES.
000709     OPEN INPUT LEAVE-RATE-FILE.
000710     IF WS-LVRATE-STATUS NOT = '00'
000711         GO TO 1600-EXIT
000712     END-IF.
000713     PERFORM 1610-READ-LEAVE-RATE
000714         THRU 1610-EXIT.
000715     PERFORM 1620-APPLY-LEAVE-RATE
000716         THRU 1620-EXIT
000717         UNTIL LVRATE-FILE-EOF.
000718     CLOSE LEAVE-RATE-FILE.
000719 1600-EXIT.
000720     EXIT.
000721*
000722*****************************************************
000723* 1610-READ-LEAVE-RATE - LE O PROXIMO REGISTRO DA
000724* TABELA DE ACUMULACAO DE LICENCA.
000725*****************************************************
000726 1610-READ-LEAVE-RATE.
000727     READ LEAVE-RATE-FILE
000728         AT END
000729             MOVE 'Y' TO WS-LVRATE-EOF-SWITCH
000730     END-READ.
000731 1610-EXIT.
000732     EXIT.
000733*
000734*****************************************************
000735* 1620-APPLY-LEAVE-RATE - ADOTA A FAIXA LIDA SE A
000736* VIGENCIA DELA NAO FOR POSTERIOR A DATA DO RUN NEM
000737* ANTERIOR A DA VERSAO JA ADOTADA; UMA VIGENCIA MAIS
000738* RECENTE RECOMECA A TABELA.
000739*****************************************************
000740 1620-APPLY-LEAVE-RATE.
000741     IF LR-EFFECTIVE-DATE > WS-RUN-DATE-NUM
000742         OR LR-EFFECTIVE-DATE < WS-LVRATE-EFFECTIVE
000743         GO TO 1620-READ-NEXT
000744     END-IF.
000745     IF LR-EFFECTIVE-DATE > WS-LVRATE-EFFECTIVE
000746         OR NOT LVRATE-FILE-USED
000747         MOVE LR-EFFECTIVE-DATE TO WS-LVRATE-EFFECTIVE
000748         MOVE ZERO TO LVR-COUNT
000749         MOVE 'Y' TO WS-LVRATE-USED-SWITCH
000750     END-IF.
000751     IF LVR-COUNT >= 20
000752         MOVE 'LEAVRATE TABLE FULL - TOO MANY BANDS' TO
000753             WS-ABORT-MESSAGE
000754         PERFORM 9000-ABORT-RUN
000755             THRU 9000-EXIT
000756     END-IF.
000757     ADD 1 TO LVR-COUNT.
000758     MOVE LR-MIN-YEARS TO LVR-MIN-YEARS (LVR-COUNT).
000759     MOVE LR-VAC-ACCRUAL TO LVR-VAC-ACCRUAL (LVR-COUNT).
000760     MOVE LR-SICK-ACCRUAL TO LVR-SICK-ACCRUAL (LVR-COUNT).
000761 1620-READ-NEXT.
000762     PERFORM 1610-READ-LEAVE-RATE
000763         THRU 1610-EXIT.
000764 1620-EXIT.
000765     EXIT.
000766*
000767*****************************************************
000768* 1700-LOAD-CALENDAR - CARREGA O CALENDARIO DE PERIODOS
000769* DO PAYCAL.DAT; SEM O ARQUIVO AS CONFERENCIAS DE
000770* CALENDARIO SAO PULADAS, COMO NO EASYCALC.
000771*****************************************************
000772 1700-LOAD-CALENDAR.
000773     OPEN INPUT CAL-FILE.
000774     IF WS-CAL-STATUS NOT = '00'
000775         GO TO 1700-EXIT
000776     END-IF.
000777     MOVE 'Y' TO WS-CAL-LOADED-SWITCH.
000778     MOVE 'N' TO WS-CAL-EOF-SWITCH.
000779     PERFORM 1710-READ-CALENDAR
000780         THRU 1710-EXIT.
000781     PERFORM 1720-STORE-CAL-ENTRY
000782         THRU 1720-EXIT
000783         UNTIL CAL-FILE-EOF.
000784     CLOSE CAL-FILE.
000785 1700-EXIT.
000786     EXIT.
000787*
000788*****************************************************
000789* 1710-READ-CALENDAR - LE A PROXIMA ENTRADA DO
000790* CALENDARIO DE PERIODOS.
000791*****************************************************
000792 1710-READ-CALENDAR.
000793     READ CAL-FILE
000794         AT END
000795             MOVE 'Y' TO WS-CAL-EOF-SWITCH
000796     END-READ.
000797 1710-EXIT.
000798     EXIT.
000799*
000800*****************************************************
000801* 1720-STORE-CAL-ENTRY - GUARDA UMA ENTRADA DO
000802* CALENDARIO NA TABELA.
000803*****************************************************
000804 1720-STORE-CAL-ENTRY.
000805     IF CAL-COUNT >= 60
000806         MOVE 'PAYCAL TABLE FULL' TO WS-ABORT-MESSAGE
000807         PERFORM 9000-ABORT-RUN
000808             THRU 9000-EXIT
000809     END-IF.
000810     ADD 1 TO CAL-COUNT.
000811     MOVE CA-YEAR TO CAL-YEAR (CAL-COUNT).
000812     MOVE CA-PERIOD-NO TO CAL-PERIOD-NO (CAL-COUNT).
000813     MOVE CA-PERIOD-END TO CAL-PERIOD-END (CAL-COUNT).
000814     MOVE CA-PAY-DATE TO CAL-PAY-DATE (CAL-COUNT).
000815     PERFORM 1710-READ-CALENDAR
000816         THRU 1710-EXIT.
000817 1720-EXIT.
000818     EXIT.
000819*
000820*****************************************************
000821* 1900-LOAD-PAID-BATCH - CARREGA O PAIDBAT.DAT PARA A
000822* TABELA DE LOTES JA PAGOS; SEM ARQUIVO, NENHUM LOTE
000823* FOI PAGO AINDA.
000824*****************************************************
000825 1900-LOAD-PAID-BATCH.
000826     OPEN INPUT PAID-BATCH-FILE.
000827     IF WS-PAIDBAT-STATUS NOT = '00'
000828         GO TO 1900-EXIT
000829     END-IF.
000830     MOVE 'N' TO WS-PAIDBAT-EOF-SWITCH.
000831     PERFORM 1910-READ-PAID-BATCH
000832         THRU 1910-EXIT.
000833     PERFORM 1920-STORE-PAID-ENTRY
000834         THRU 1920-EXIT
000835         UNTIL PAIDBAT-FILE-EOF.
000836     CLOSE PAID-BATCH-FILE.
000837 1900-EXIT.
000838     EXIT.
000839*
000840*****************************************************
000841* 1910-READ-PAID-BATCH - LE O PROXIMO LOTE JA PAGO.
000842*****************************************************
000843 1910-READ-PAID-BATCH.
000844     READ PAID-BATCH-FILE
000845         AT END
000846             MOVE 'Y' TO WS-PAIDBAT-EOF-SWITCH
000847     END-READ.
000848 1910-EXIT.
000849     EXIT.
000850*
000851*****************************************************
000852* 1920-STORE-PAID-ENTRY - GUARDA UM LOTE PAGO NA
000853* TABELA.
000854*****************************************************
000855 1920-STORE-PAID-ENTRY.
000856     IF PAID-COUNT >= 200
000857         MOVE 'PAIDBAT TABLE FULL' TO WS-ABORT-MESSAGE
000858         PERFORM 9000-ABORT-RUN
000859             THRU 9000-EXIT
000860     END-IF.
000861     ADD 1 TO PAID-COUNT.
000862     MOVE PB-PERIOD-END TO PD-PERIOD-END (PAID-COUNT).
000863     MOVE PB-BATCH-NO TO PD-BATCH-NO (PAID-COUNT).
000864     PERFORM 1910-READ-PAID-BATCH
000865         THRU 1910-EXIT.
000866 1920-EXIT.
000867     EXIT.
000868*
000869*****************************************************
000870* 2000-READ-HOURSIN - LE O PROXIMO REGISTRO DE HORAS.
000871*****************************************************
000872 2000-READ-HOURSIN.
000873     READ HOURSIN
000874         AT END
000875             MOVE 'Y' TO WS-EOF-SWITCH
000876         NOT AT END
000877             ADD 1 TO EDT-READ-COUNT
000878             PERFORM 2050-TALLY-RUN-CONTROL
000879                 THRU 2050-EXIT
000880     END-READ.
000881 2000-EXIT.
000882     EXIT.
000883*
000884*****************************************************
000885* 2050-TALLY-RUN-CONTROL - ACUMULA O REGISTRO LIDO NA
000886* CONTAGEM E NO HASH DO HOURSIN GRAVADOS NO RUNCTL:
000887* TODAS AS POSICOES DE TODOS OS REGISTROS, NA ORDEM
000888* DO ARQUIVO (2060). O EASYCALC REFAZ A MESMA CONTA E
000889* SO PAGA SE ELA BATER. O PRIMEIRO HEADER DA O RUN-ID.
000890*****************************************************
000891 2050-TALLY-RUN-CONTROL.
000892     ADD 1 TO RCL-REC-COUNT.
000893     IF HOURS-HEADER-REC
000894         AND RCL-PERIOD-END = ZERO
000895         MOVE HB-PERIOD-END TO RCL-PERIOD-END
000896         MOVE HB-BATCH-NO TO RCL-BATCH-NO
000897     END-IF.
000898     MOVE HOURSIN-RECORD TO HIN-RECORD-IMAGE.
000899     PERFORM 2060-HASH-HOURSIN-CHAR
000900         THRU 2060-EXIT
000901         VARYING HIN-REC-SUB FROM 1 BY 1
000902         UNTIL HIN-REC-SUB > 19.
000903     MOVE HIN-HASH TO RCL-HASH-TOTAL.
000904 2050-EXIT.
000905     EXIT.
000906*
000907*****************************************************
000908* 2060-HASH-HOURSIN-CHAR - SOMA UMA POSICAO DO REGISTRO
000909* DO HOURSIN AO HASH.
000910*****************************************************
000911 2060-HASH-HOURSIN-CHAR.
000912     MOVE ZERO TO HIN-CHAR-POS.
000913     PERFORM 2070-MATCH-HOURSIN-CHAR
000914         THRU 2070-EXIT
000915         VARYING HIN-CHAR-SUB FROM 1 BY 1
000916         UNTIL HIN-CHAR-SUB > 72
000917         OR HIN-CHAR-POS NOT = ZERO.
000918     IF HIN-CHAR-POS = ZERO
000919         MOVE 73 TO HIN-CHAR-POS
000920     END-IF.
000921     MULTIPLY HIN-HASH BY 79 GIVING HIN-HASH-WORK.
000922     ADD HIN-CHAR-POS TO HIN-HASH-WORK.
000923     DIVIDE HIN-HASH-WORK BY 999999937
000924         GIVING HIN-HASH-QUOTIENT
000925         REMAINDER HIN-HASH.
000926 2060-EXIT.
000927     EXIT.
000928*
000929*****************************************************
000930* 2070-MATCH-HOURSIN-CHAR - COMPARA UMA ENTRADA DA
000931* TABELA DE CARACTERES COM A POSICAO DA VEZ.
000932*****************************************************
000933 2070-MATCH-HOURSIN-CHAR.
000934     IF HIN-CHAR (HIN-CHAR-SUB) = HIN-REC-CHAR (HIN-REC-SUB)
000935         MOVE HIN-CHAR-SUB TO HIN-CHAR-POS
000936     END-IF.
000937 2070-EXIT.
000938     EXIT.
000939*
000940*****************************************************
000941* 3000-PROCESS-RECORD - DESPACHA O REGISTRO CORRENTE
000942* PELO TIPO: HEADER ABRE UM LOTE NOVO (FECHANDO O
000943* ANTERIOR SE FICOU ABERTO), TRAILER FECHA O LOTE,
000944* DETALHE, AJUSTE E LICENCA TIRADA PASSAM PELA CRITICA
000945* DE ITEM, E TIPO DESCONHECIDO VAI PARA O ARQUIVO DE
000946* ERROS.
000947*****************************************************
000948 3000-PROCESS-RECORD.
000949     IF HOURS-HEADER-REC
000950         PERFORM 3100-OPEN-BATCH
000951             THRU 3100-EXIT
000952         GO TO 3000-READ-NEXT
000953     END-IF.
000954     IF HOURS-TRAILER-REC
000955         PERFORM 3500-CLOSE-BATCH
000956             THRU 3500-EXIT
000957         GO TO 3000-READ-NEXT
000958     END-IF.
000959     IF NOT HOURS-DETAIL-REC
000960         AND NOT HOURS-ADJUST-REC
000961         AND NOT HOURS-LEAVE-REC
000962         ADD 1 TO EDT-CNT-BAD-TYPE
000963         MOVE 'INVALID RECORD TYPE' TO EDT-REASON
000964         PERFORM 3800-WRITE-ERROR
000965             THRU 3800-EXIT
000966         GO TO 3000-READ-NEXT
000967     END-IF.
000968     PERFORM 3300-EDIT-ONE-ITEM
000969         THRU 3300-EXIT.
000970 3000-READ-NEXT.
000971     PERFORM 2000-READ-HOURSIN
000972         THRU 2000-EXIT.
000973 3000-EXIT.
000974     EXIT.
000975*
000976*****************************************************
000977* 3100-OPEN-BATCH - ABRE O LOTE DO HEADER CORRENTE:
000978* FECHA O LOTE ANTERIOR SE O TRAILER DELE FALTOU,
000979* CRITICA O HEADER (LOTE JA PAGO, LOTE REPETIDO NO
000980* ARQUIVO, FIM DE PERIODO FORA DO CALENDARIO) E, LOTE
000981* ACEITO, COPIA O HEADER PARA O ARQUIVO LIMPO E AVISA
000982* NO RELATORIO SE UM PERIODO ANTERIOR AINDA NAO CONSTA
000983* PAGO.
000984*****************************************************
000985 3100-OPEN-BATCH.
000986     IF BATCH-IN-PROGRESS
000987         ADD 1 TO EDT-CNT-STRUCT
000988         MOVE 'BATCH TRAILER MISSING' TO RB-NOTE
000989         PERFORM 3700-WRITE-BATCH-NOTE
000990             THRU 3700-EXIT
000991         IF BATCH-ACCEPTED
000992             PERFORM 3600-WRITE-CLEAN-TRAILER
000993                 THRU 3600-EXIT
000994         ELSE
000995             MOVE 'N' TO WS-BATCH-OPEN-SWITCH
000996         END-IF
000997     END-IF.
000998     MOVE HB-PERIOD-END TO EDT-PERIOD-END.
000999     MOVE HB-BATCH-NO TO EDT-BATCH-NO.
001000     MOVE 'Y' TO WS-BATCH-OPEN-SWITCH.
001001     MOVE 'Y' TO WS-BATCH-OK-SWITCH.
001002     MOVE SPACES TO EDT-BATCH-REASON.
001003     MOVE ZERO TO EDT-IN-COUNT.
001004     MOVE ZERO TO EDT-IN-HASH.
001005     MOVE ZERO TO EDT-OK-COUNT.
001006     MOVE ZERO TO EDT-OK-HASH.
001007     PERFORM 3110-CHECK-BATCH-PAID
001008         THRU 3110-EXIT.
001009     PERFORM 3130-CHECK-SEEN-BATCH
001010         THRU 3130-EXIT.
001011     PERFORM 3150-CHECK-CALENDAR
001012         THRU 3150-EXIT.
001013     MOVE EDT-PERIOD-END TO RB-PERIOD-END.
001014     MOVE EDT-BATCH-NO TO RB-BATCH-NO.
001015     IF BATCH-ACCEPTED
001016         MOVE 'ACCEPTED' TO RB-NOTE
001017         PERFORM 3700-WRITE-BATCH-NOTE
001018             THRU 3700-EXIT
001019         MOVE HOURSIN-RECORD TO CLEAN-RECORD
001020         WRITE CLEAN-RECORD
001021         ADD 1 TO EDT-CLEAN-COUNT
001022     ELSE
001023         MOVE EDT-BATCH-REASON TO RB-NOTE
001024         PERFORM 3700-WRITE-BATCH-NOTE
001025             THRU 3700-EXIT
001026         MOVE EDT-BATCH-REASON TO EDT-REASON
001027         PERFORM 3800-WRITE-ERROR
001028             THRU 3800-EXIT
001029     END-IF.
001030 3100-EXIT.
001031     EXIT.
001032*
001033*****************************************************
001034* 3110-CHECK-BATCH-PAID - PROCURA O PERIODO/LOTE DO
001035* HEADER NA TABELA DE LOTES JA PAGOS; ENCONTRADO, O
001036* LOTE INTEIRO E RECUSADO. LOTE DA FAIXA 9000-9999,
001037* RESERVADA AOS RUNS FORA DE CICLO DO OFFCYCLE, TAMBEM
001038* E RECUSADO.
001039*****************************************************
001040 3110-CHECK-BATCH-PAID.
001041     IF EDT-BATCH-NO NOT < 9000
001042         MOVE 'N' TO WS-BATCH-OK-SWITCH
001043         MOVE 'BATCH NO RESERVED FOR OFF-CYCLE RUNS' TO
001044             EDT-BATCH-REASON
001045         GO TO 3110-EXIT
001046     END-IF.
001047     IF PAID-COUNT = ZERO
001048         GO TO 3110-EXIT
001049     END-IF.
001050     PERFORM 3120-MATCH-PAID-BATCH
001051         THRU 3120-EXIT
001052         VARYING PAID-SUB FROM 1 BY 1
001053         UNTIL PAID-SUB > PAID-COUNT.
001054 3110-EXIT.
001055     EXIT.
001056*
001057*****************************************************
001058* 3120-MATCH-PAID-BATCH - COMPARA UM LOTE PAGO COM O
001059* LOTE DO HEADER CORRENTE.
001060*****************************************************
001061 3120-MATCH-PAID-BATCH.
001062     IF PD-PERIOD-END (PAID-SUB) = EDT-PERIOD-END
001063         AND PD-BATCH-NO (PAID-SUB) = EDT-BATCH-NO
001064         MOVE 'N' TO WS-BATCH-OK-SWITCH
001065         MOVE 'BATCH ALREADY PAID' TO EDT-BATCH-REASON
001066     END-IF.
001067 3120-EXIT.
001068     EXIT.
001069*
001070*****************************************************
001071* 3130-CHECK-SEEN-BATCH - RECUSA LOTE REPETIDO NO
001072* PROPRIO ARQUIVO E REGISTRA O LOTE NA TABELA DOS JA
001073* VISTOS.
001074*****************************************************
001075 3130-CHECK-SEEN-BATCH.
001076     IF SEEN-COUNT > ZERO
001077         PERFORM 3140-MATCH-SEEN-BATCH
001078             THRU 3140-EXIT
001079             VARYING BATCH-SUB FROM 1 BY 1
001080             UNTIL BATCH-SUB > SEEN-COUNT
001081     END-IF.
001082     IF SEEN-COUNT >= 10
001083         MOVE 'TOO MANY BATCHES IN HOURSIN' TO
001084             WS-ABORT-MESSAGE
001085         PERFORM 9000-ABORT-RUN
001086             THRU 9000-EXIT
001087     END-IF.
001088     ADD 1 TO SEEN-COUNT.
001089     ADD 1 TO EDT-BATCH-COUNT.
001090     MOVE EDT-PERIOD-END TO SN-PERIOD-END (SEEN-COUNT).
001091     MOVE EDT-BATCH-NO TO SN-BATCH-NO (SEEN-COUNT).
001092 3130-EXIT.
001093     EXIT.
001094*
001095*****************************************************
001096* 3140-MATCH-SEEN-BATCH - COMPARA UM LOTE JA VISTO COM
001097* O LOTE DO HEADER CORRENTE.
001098*****************************************************
001099 3140-MATCH-SEEN-BATCH.
001100     IF SN-PERIOD-END (BATCH-SUB) = EDT-PERIOD-END
001101         AND SN-BATCH-NO (BATCH-SUB) = EDT-BATCH-NO
001102         MOVE 'N' TO WS-BATCH-OK-SWITCH
001103         MOVE 'DUPLICATE BATCH IN FILE' TO EDT-BATCH-REASON
001104     END-IF.
001105 3140-EXIT.
001106     EXIT.
001107*
001108*****************************************************
001109* 3150-CHECK-CALENDAR - CONFERE O FIM DE PERIODO DO
001110* HEADER CONTRA O CALENDARIO: FORA DO CALENDARIO RECUSA
001111* O LOTE; PERIODO ANTERIOR DO MESMO ANO AINDA NAO PAGO
001112* GERA AVISO NO RELATORIO. SEM CALENDARIO CARREGADO
001113* NADA E CONFERIDO.
001114*****************************************************
001115 3150-CHECK-CALENDAR.
001116     IF NOT CAL-FILE-LOADED
001117         GO TO 3150-EXIT
001118     END-IF.
001119     MOVE ZERO TO CAL-HIT-SUB.
001120     PERFORM 3160-MATCH-CAL-ENTRY
001121         THRU 3160-EXIT
001122         VARYING CAL-SUB FROM 1 BY 1
001123         UNTIL CAL-SUB > CAL-COUNT.
001124     IF CAL-HIT-SUB = ZERO
001125         MOVE 'N' TO WS-BATCH-OK-SWITCH
001126         MOVE 'PERIOD END NOT ON PAY CALENDAR' TO
001127             EDT-BATCH-REASON
001128         GO TO 3150-EXIT
001129     END-IF.
001130     MOVE CAL-PERIOD-NO (CAL-HIT-SUB) TO CAL-CURR-PERIOD-NO.
001131     MOVE CAL-YEAR (CAL-HIT-SUB) TO CAL-CURR-YEAR.
001132     PERFORM 3170-CHECK-PRIOR-PERIOD
001133         THRU 3170-EXIT
001134         VARYING CAL-SUB FROM 1 BY 1
001135         UNTIL CAL-SUB > CAL-COUNT.
001136 3150-EXIT.
001137     EXIT.
001138*
001139*****************************************************
001140* 3160-MATCH-CAL-ENTRY - COMPARA UMA ENTRADA DO
001141* CALENDARIO COM O FIM DE PERIODO DO HEADER CORRENTE.
001142*****************************************************
001143 3160-MATCH-CAL-ENTRY.
001144     IF CAL-PERIOD-END (CAL-SUB) = EDT-PERIOD-END
001145         MOVE CAL-SUB TO CAL-HIT-SUB
001146     END-IF.
001147 3160-EXIT.
001148     EXIT.
001149*
001150*****************************************************
001151* 3170-CHECK-PRIOR-PERIOD - AVISA NO RELATORIO QUANDO
001152* UM PERIODO ANTERIOR DO MESMO ANO AINDA NAO CONSTA
001153* PAGO EM PAIDBAT NEM ESTA EMPILHADO NESTE PROPRIO
001154* ARQUIVO (PAGAMENTO FORA DE ORDEM OU PERIODO PULADO),
001155* COMO NA 1390 DO EASYCALC.
001156*****************************************************
001157 3170-CHECK-PRIOR-PERIOD.
001158     IF CAL-YEAR (CAL-SUB) NOT = CAL-CURR-YEAR
001159         OR CAL-PERIOD-NO (CAL-SUB) NOT < CAL-CURR-PERIOD-NO
001160         GO TO 3170-EXIT
001161     END-IF.
001162     MOVE CAL-PERIOD-END (CAL-SUB) TO CAL-CHK-DATE.
001163     MOVE 'N' TO WS-PRIOR-PAID-SWITCH.
001164     PERFORM 3180-MATCH-PRIOR-PAID
001165         THRU 3180-EXIT
001166         VARYING PAID-SUB FROM 1 BY 1
001167         UNTIL PAID-SUB > PAID-COUNT.
001168     PERFORM 3190-MATCH-PRIOR-SEEN
001169         THRU 3190-EXIT
001170         VARYING BATCH-SUB FROM 1 BY 1
001171         UNTIL BATCH-SUB > SEEN-COUNT.
001172     IF NOT PRIOR-PERIOD-PAID
001173         MOVE EDT-PERIOD-END TO RB-PERIOD-END
001174         MOVE EDT-BATCH-NO TO RB-BATCH-NO
001175         MOVE 'WARNING - EARLIER PERIOD NOT YET PAID' TO
001176             RB-NOTE
001177         PERFORM 3700-WRITE-BATCH-NOTE
001178             THRU 3700-EXIT
001179     END-IF.
001180 3170-EXIT.
001181     EXIT.
001182*
001183*****************************************************
001184* 3180-MATCH-PRIOR-PAID - PROCURA O FIM DE PERIODO
001185* ANTERIOR ENTRE OS LOTES JA PAGOS (O RUN FORA DE
001186* CICLO, LOTE 9000-9999, NAO PAGA PERIODO).
001187*****************************************************
001188 3180-MATCH-PRIOR-PAID.
001189     IF PD-PERIOD-END (PAID-SUB) = CAL-CHK-DATE
001190         AND PD-BATCH-NO (PAID-SUB) < 9000
001191         MOVE 'Y' TO WS-PRIOR-PAID-SWITCH
001192     END-IF.
001193 3180-EXIT.
001194     EXIT.
001195*
001196*****************************************************
001197* 3190-MATCH-PRIOR-SEEN - PROCURA O FIM DE PERIODO
001198* ANTERIOR ENTRE OS LOTES EMPILHADOS NESTE PROPRIO
001199* ARQUIVO: LOTE DO PERIODO ANTERIOR NO MESMO EXTRATO
001200* (CASO MULTI-SITE) NAO E PERIODO PULADO.
001201*****************************************************
001202 3190-MATCH-PRIOR-SEEN.
001203     IF SN-PERIOD-END (BATCH-SUB) = CAL-CHK-DATE
001204         MOVE 'Y' TO WS-PRIOR-PAID-SWITCH
001205     END-IF.
001206 3190-EXIT.
001207     EXIT.
001208*
001209*****************************************************
001210* 3300-EDIT-ONE-ITEM - CRITICA UM DETALHE OU AJUSTE:
001211* FORA DE LOTE OU DENTRO DE LOTE RECUSADO VAI DIRETO
001212* PARA O ARQUIVO DE ERROS; NOS DEMAIS, APLICA AS MESMAS
001213* CRITICAS DE ITEM DO EASYCALC (3100/3110) E COPIA O
001214* REGISTRO ACEITO PARA O ARQUIVO LIMPO, ACUMULANDO A
001215* CONTAGEM E O HASH DO TRAILER RECALCULADO.
001216*****************************************************
001217 3300-EDIT-ONE-ITEM.
001218     IF NOT BATCH-IN-PROGRESS
001219         ADD 1 TO EDT-CNT-OUTSIDE
001220         MOVE 'RECORD OUTSIDE BATCH' TO EDT-REASON
001221         PERFORM 3800-WRITE-ERROR
001222             THRU 3800-EXIT
001223         GO TO 3300-EXIT
001224     END-IF.
001225     ADD 1 TO EDT-IN-COUNT.
001226     ADD HR-HOURS TO EDT-IN-HASH.
001227     IF NOT BATCH-ACCEPTED
001228         ADD 1 TO EDT-CNT-BATCH-REJ
001229         MOVE EDT-BATCH-REASON TO EDT-REASON
001230         PERFORM 3800-WRITE-ERROR
001231             THRU 3800-EXIT
001232         GO TO 3300-EXIT
001233     END-IF.
001234     PERFORM 3310-VALIDATE-ITEM
001235         THRU 3310-EXIT.
001236     IF ITEM-ACCEPTED
001237         MOVE HOURSIN-RECORD TO CLEAN-RECORD
001238         WRITE CLEAN-RECORD
001239         ADD 1 TO EDT-CLEAN-COUNT
001240         ADD 1 TO EDT-OK-COUNT
001241         ADD HR-HOURS TO EDT-OK-HASH
001242     ELSE
001243         MOVE HR-EMP-ID TO RJ-EMP-ID
001244         MOVE EDT-REASON TO RJ-REASON
001245         WRITE EDIT-RPT-REC FROM RPT-REJECT-LINE
001246             AFTER ADVANCING 1 LINE
001247         PERFORM 3800-WRITE-ERROR
001248             THRU 3800-EXIT
001249     END-IF.
001250 3300-EXIT.
001251     EXIT.
001252*
001253*****************************************************
001254* 3310-VALIDATE-ITEM - AS MESMAS CRITICAS DE ITEM DO
001255* EASYCALC: FUNCIONARIO NO CADASTRO E ATIVO, RATE E
001256* HORAS NA FAIXA E CODIGO DE CUSTEIO MAPEADO PARA
001257* DETALHE, AS REGRAS DE AJUSTE DA 3110 DO EASYCALC
001258* PARA REGISTRO 'A' E AS DE LICENCA TIRADA DA 3120
001259* PARA REGISTRO 'L'. AS HORAS SAO CRITICADAS POR
001260* LINHA; A SOMA DAS LINHAS DO MESMO FUNCIONARIO E
001261* LOTE SO E CRITICADA PELO EASYCALC.
001262*****************************************************
001263 3310-VALIDATE-ITEM.
001264     MOVE 'Y' TO WS-ITEM-OK-SWITCH.
001265     MOVE HR-EMP-ID TO EM-EMP-ID.
001266     READ EMP-FILE
001267         INVALID KEY
001268             SET EMP-RECORD-NOT-FOUND TO TRUE
001269         NOT INVALID KEY
001270             SET EMP-RECORD-FOUND TO TRUE
001271     END-READ.
001272     IF EMP-RECORD-NOT-FOUND
001273         MOVE 'N' TO WS-ITEM-OK-SWITCH
001274         ADD 1 TO EDT-CNT-NO-MASTER
001275         MOVE 'EMPLOYEE NOT ON MASTER FILE' TO EDT-REASON
001276         GO TO 3310-EXIT
001277     END-IF.
001278     IF NOT EMP-ACTIVE
001279         MOVE 'N' TO WS-ITEM-OK-SWITCH
001280         ADD 1 TO EDT-CNT-INACTIVE
001281         MOVE 'EMPLOYEE INACTIVE OR TERMINATED' TO
001282             EDT-REASON
001283         GO TO 3310-EXIT
001284     END-IF.
001285     PERFORM 3315-CHECK-DEPT-MAPPED
001286         THRU 3315-EXIT.
001287     IF NOT EDT-DEPT-MAPPED
001288         MOVE 'N' TO WS-ITEM-OK-SWITCH
001289         ADD 1 TO EDT-CNT-UNMAPPED
001290         MOVE 'DEPT NOT ON GL MAP' TO EDT-REASON
001291         GO TO 3310-EXIT
001292     END-IF.
001293     IF HOURS-ADJUST-REC
001294         PERFORM 3320-VALIDATE-ADJUSTMENT
001295             THRU 3320-EXIT
001296         GO TO 3310-EXIT
001297     END-IF.
001298     IF HOURS-LEAVE-REC
001299         PERFORM 3330-VALIDATE-LEAVE
001300             THRU 3330-EXIT
001301         GO TO 3310-EXIT
001302     END-IF.
001303     IF HR-RATE NOT > ZERO
001304         OR HR-RATE > EDT-MAX-RATE
001305         MOVE 'N' TO WS-ITEM-OK-SWITCH
001306         ADD 1 TO EDT-CNT-RANGE
001307         MOVE 'RATE OR HOURS OUT OF RANGE' TO EDT-REASON
001308         GO TO 3310-EXIT
001309     END-IF.
001310     IF HR-HOURS < ZERO
001311         OR HR-HOURS > EDT-MAX-HOURS
001312         MOVE 'N' TO WS-ITEM-OK-SWITCH
001313         ADD 1 TO EDT-CNT-RANGE
001314         MOVE 'RATE OR HOURS OUT OF RANGE' TO EDT-REASON
001315         GO TO 3310-EXIT
001316     END-IF.
001317     PERFORM 3317-CHECK-CHARGE-CODE
001318         THRU 3317-EXIT.
001319     IF NOT EDT-CHARGE-MAPPED
001320         MOVE 'N' TO WS-ITEM-OK-SWITCH
001321         ADD 1 TO EDT-CNT-CHARGE
001322         MOVE 'CHARGE CODE NOT ON GL MAP' TO EDT-REASON
001323     END-IF.
001324 3310-EXIT.
001325     EXIT.
001326*
001327*****************************************************
001328* 3315-CHECK-DEPT-MAPPED - CONFERE O DEPARTAMENTO DO
001329* FUNCIONARIO (EM-DEPT, AINDA NA AREA DO REGISTRO)
001330* CONTRA AS ENTRADAS 'D' DO GLMAP: DEPARTAMENTO SEM
001331* CONTA DE DESPESA ABORTARIA O RUN DE FOLHA NA ENTRADA
001332* DO SORT DO EASYCALC (1325), ENTAO O ITEM E APONTADO
001333* JA NA PRE-CRITICA. SEM GLMAP NADA E CONFERIDO.
001334*****************************************************
001335 3315-CHECK-DEPT-MAPPED.
001336     MOVE 'Y' TO WS-DEPT-MAPPED-SWITCH.
001337     IF NOT GL-MAP-LOADED
001338         GO TO 3315-EXIT
001339     END-IF.
001340     MOVE 'N' TO WS-DEPT-MAPPED-SWITCH.
001341     PERFORM 3316-MATCH-GL-DEPT
001342         THRU 3316-EXIT
001343         VARYING GLM-SUB FROM 1 BY 1
001344         UNTIL GLM-SUB > GLM-COUNT.
001345 3315-EXIT.
001346     EXIT.
001347*
001348*****************************************************
001349* 3316-MATCH-GL-DEPT - COMPARA UMA ENTRADA DA TABELA
001350* DO GLMAP COM O DEPARTAMENTO DO FUNCIONARIO.
001351*****************************************************
001352 3316-MATCH-GL-DEPT.
001353     IF GLM-TYPE (GLM-SUB) = 'D'
001354         AND GLM-DEPT (GLM-SUB) = EM-DEPT
001355         MOVE 'Y' TO WS-DEPT-MAPPED-SWITCH
001356     END-IF.
001357 3316-EXIT.
001358     EXIT.
001359*
001360*****************************************************
001361* 3317-CHECK-CHARGE-CODE - CONFERE O CODIGO DE
001362* CUSTEIO DO DETALHE CONTRA AS ENTRADAS 'P' E 'D' DO
001363* GLMAP, COMO A 1326 DO EASYCALC: CODIGO SEM CONTA
001364* ABORTARIA O RUN DE FOLHA. SEM CODIGO (BRANCO OU
001365* ZEROS) AS HORAS SAO DO DEPARTAMENTO DE ORIGEM, JA
001366* CONFERIDO NA 3315. SEM GLMAP NADA E CONFERIDO.
001367*****************************************************
001368 3317-CHECK-CHARGE-CODE.
001369     MOVE 'Y' TO WS-CHARGE-MAPPED-SWITCH.
001370     IF HD-NO-CHARGE-CODE
001371         OR NOT GL-MAP-LOADED
001372         GO TO 3317-EXIT
001373     END-IF.
001374     MOVE 'N' TO WS-CHARGE-MAPPED-SWITCH.
001375     PERFORM 3318-MATCH-GL-CHARGE
001376         THRU 3318-EXIT
001377         VARYING GLM-SUB FROM 1 BY 1
001378         UNTIL GLM-SUB > GLM-COUNT.
001379 3317-EXIT.
001380     EXIT.
001381*
001382*****************************************************
001383* 3318-MATCH-GL-CHARGE - COMPARA UMA ENTRADA DA
001384* TABELA DO GLMAP COM O CODIGO DE CUSTEIO DO DETALHE.
001385*****************************************************
001386 3318-MATCH-GL-CHARGE.
001387     IF GLM-DEPT (GLM-SUB) = HD-CHARGE-CODE
001388         MOVE 'Y' TO WS-CHARGE-MAPPED-SWITCH
001389     END-IF.
001390 3318-EXIT.
001391     EXIT.
001392*
001393*****************************************************
001394* 3320-VALIDATE-ADJUSTMENT - CRITICA UM AJUSTE COM AS
001395* REGRAS DA 3110 DO EASYCALC: RATE PODE SER ZERO MAS
001396* NAO NEGATIVO NEM ACIMA DO LIMITE, HORAS NEGATIVAS ATE
001397* -LIMITE, AJUSTE VAZIO NAO TEM O QUE PROCESSAR E O
001398* VALOR RESULTANTE NAO PODE ESTOURAR O CAMPO DE GROSS.
001399*****************************************************
001400 3320-VALIDATE-ADJUSTMENT.
001401     IF HR-RATE < ZERO
001402         OR HR-RATE > EDT-MAX-RATE
001403         MOVE 'N' TO WS-ITEM-OK-SWITCH
001404         ADD 1 TO EDT-CNT-ADJUST
001405         MOVE 'ADJUSTMENT OUT OF RANGE' TO EDT-REASON
001406         GO TO 3320-EXIT
001407     END-IF.
001408     ADD HR-HOURS EDT-MAX-HOURS GIVING EDT-ADJ-CHECK.
001409     IF EDT-ADJ-CHECK < ZERO
001410         OR HR-HOURS > EDT-MAX-HOURS
001411         MOVE 'N' TO WS-ITEM-OK-SWITCH
001412         ADD 1 TO EDT-CNT-ADJUST
001413         MOVE 'ADJUSTMENT OUT OF RANGE' TO EDT-REASON
001414         GO TO 3320-EXIT
001415     END-IF.
001416     IF HR-HOURS = ZERO
001417         AND HR-ADJ-AMOUNT = ZERO
001418         MOVE 'N' TO WS-ITEM-OK-SWITCH
001419         ADD 1 TO EDT-CNT-ADJUST
001420         MOVE 'EMPTY ADJUSTMENT' TO EDT-REASON
001421         GO TO 3320-EXIT
001422     END-IF.
001423     MULTIPLY HR-RATE BY HR-HOURS
001424         GIVING EDT-ADJ-GROSS.
001425     ADD HR-ADJ-AMOUNT TO EDT-ADJ-GROSS.
001426     IF EDT-ADJ-GROSS < ZERO
001427         MULTIPLY EDT-ADJ-GROSS BY -1
001428             GIVING EDT-ADJ-GROSS
001429     END-IF.
001430     IF EDT-ADJ-GROSS > 99999.99
001431         MOVE 'N' TO WS-ITEM-OK-SWITCH
001432         ADD 1 TO EDT-CNT-ADJUST
001433         MOVE 'ADJUSTMENT OUT OF RANGE' TO EDT-REASON
001434     END-IF.
001435 3320-EXIT.
001436     EXIT.
001437*
001438*****************************************************
001439* 3330-VALIDATE-LEAVE - CRITICA UMA LICENCA TIRADA COM
001440* AS REGRAS DA 3120 DO EASYCALC: RATE E HORAS NA FAIXA
001441* (HORAS MAIORES QUE ZERO), CODIGO 'V' (FERIAS) OU 'S'
001442* (LICENCA MEDICA) E SALDO SUFICIENTE. O SALDO E O DO
001443* FUNCIONARIO NA TABELA (3335), JA COM A ACUMULACAO DO
001444* PERIODO DO LOTE; A LICENCA ACEITA E BAIXADA DELE,
001445* PARA DUAS LICENCAS NO MESMO ARQUIVO NAO PASSAREM
001446* JUNTAS DO SALDO.
001447*****************************************************
001448 3330-VALIDATE-LEAVE.
001449     IF HR-RATE NOT > ZERO
001450         OR HR-RATE > EDT-MAX-RATE
001451         OR HR-HOURS NOT > ZERO
001452         OR HR-HOURS > EDT-MAX-HOURS
001453         MOVE 'N' TO WS-ITEM-OK-SWITCH
001454         ADD 1 TO EDT-CNT-RANGE
001455         MOVE 'RATE OR HOURS OUT OF RANGE' TO EDT-REASON
001456         GO TO 3330-EXIT
001457     END-IF.
001458     IF NOT HL-LEAVE-VACATION
001459         AND NOT HL-LEAVE-SICK
001460         MOVE 'N' TO WS-ITEM-OK-SWITCH
001461         ADD 1 TO EDT-CNT-LEAVE
001462         MOVE 'INVALID LEAVE CODE' TO EDT-REASON
001463         GO TO 3330-EXIT
001464     END-IF.
001465     PERFORM 3335-FIND-LEAVE-ENTRY
001466         THRU 3335-EXIT.
001467     PERFORM 3340-ACCRUE-LEAVE
001468         THRU 3340-EXIT.
001469     MOVE HR-HOURS TO LVW-HOURS.
001470     IF HL-LEAVE-VACATION
001471         IF LVW-HOURS > LVT-VAC-LEFT (LVT-HIT-SUB)
001472             MOVE 'N' TO WS-ITEM-OK-SWITCH
001473         ELSE
001474             SUBTRACT LVW-HOURS FROM LVT-VAC-LEFT (LVT-HIT-SUB)
001475         END-IF
001476     ELSE
001477         IF LVW-HOURS > LVT-SICK-LEFT (LVT-HIT-SUB)
001478             MOVE 'N' TO WS-ITEM-OK-SWITCH
001479         ELSE
001480             SUBTRACT LVW-HOURS
001481                 FROM LVT-SICK-LEFT (LVT-HIT-SUB)
001482         END-IF
001483     END-IF.
001484     IF ITEM-REJECTED
001485         ADD 1 TO EDT-CNT-NO-BALANCE
001486         MOVE 'LEAVE EXCEEDS BALANCE' TO EDT-REASON
001487     END-IF.
001488 3330-EXIT.
001489     EXIT.
001490*
001491*****************************************************
001492* 3335-FIND-LEAVE-ENTRY - ACHA O FUNCIONARIO NA TABELA
001493* DE SALDOS DA CRITICA; NA PRIMEIRA LICENCA DELE CRIA
001494* A ENTRADA COM O SALDO DO LEAVBAL (ZERO SEM REGISTRO
001495* OU SEM ARQUIVO). TABELA CHEIA ABORTA O RUN.
001496*****************************************************
001497 3335-FIND-LEAVE-ENTRY.
001498     MOVE ZERO TO LVT-HIT-SUB.
001499     PERFORM 3336-MATCH-LEAVE-ENTRY
001500         THRU 3336-EXIT
001501         VARYING LVT-SUB FROM 1 BY 1
001502         UNTIL LVT-SUB > LVT-COUNT
001503         OR LVT-HIT-SUB > ZERO.
001504     IF LVT-HIT-SUB > ZERO
001505         GO TO 3335-EXIT
001506     END-IF.
001507     IF LVT-COUNT >= 500
001508         MOVE 'LEAVE BALANCE TABLE FULL' TO WS-ABORT-MESSAGE
001509         PERFORM 9000-ABORT-RUN
001510             THRU 9000-EXIT
001511     END-IF.
001512     ADD 1 TO LVT-COUNT.
001513     MOVE LVT-COUNT TO LVT-HIT-SUB.
001514     MOVE HR-EMP-ID TO LVT-EMP-ID (LVT-HIT-SUB).
001515     MOVE ZERO TO LVT-VAC-LEFT (LVT-HIT-SUB).
001516     MOVE ZERO TO LVT-SICK-LEFT (LVT-HIT-SUB).
001517     MOVE ZERO TO LVT-LAST-ACCRUAL (LVT-HIT-SUB).
001518     IF NOT LEAVE-FILE-OPEN
001519         GO TO 3335-EXIT
001520     END-IF.
001521     MOVE HR-EMP-ID TO LV-EMP-ID.
001522     READ LEAVE-FILE
001523         INVALID KEY
001524             GO TO 3335-EXIT
001525     END-READ.
001526     MOVE LV-VAC-BALANCE TO LVT-VAC-LEFT (LVT-HIT-SUB).
001527     MOVE LV-SICK-BALANCE TO LVT-SICK-LEFT (LVT-HIT-SUB).
001528     MOVE LV-LAST-ACCRUAL TO LVT-LAST-ACCRUAL (LVT-HIT-SUB).
001529 3335-EXIT.
001530     EXIT.
001531*
001532*****************************************************
001533* 3336-MATCH-LEAVE-ENTRY - COMPARA UMA ENTRADA DA
001534* TABELA DE SALDOS COM O FUNCIONARIO DO REGISTRO.
001535*****************************************************
001536 3336-MATCH-LEAVE-ENTRY.
001537     IF LVT-EMP-ID (LVT-SUB) = HR-EMP-ID
001538         MOVE LVT-SUB TO LVT-HIT-SUB
001539     END-IF.
001540 3336-EXIT.
001541     EXIT.
001542*
001543*****************************************************
001544* 3340-ACCRUE-LEAVE - SE O PERIODO DO LOTE AINDA NAO
001545* FOI ACUMULADO PARA O FUNCIONARIO, SOMA AO SALDO DA
001546* TABELA A ACUMULACAO QUE O EASYCALC FARA NO PERIODO,
001547* PELA FAIXA DE TEMPO DE CASA NO FIM DO PERIODO A
001548* PARTIR DE EM-HIRE-DATE (CADASTRO LIDO NA 3310), COMO
001549* NA 3285 DO EASYCALC.
001550*****************************************************
001551 3340-ACCRUE-LEAVE.
001552     IF LVT-LAST-ACCRUAL (LVT-HIT-SUB) = EDT-PERIOD-END
001553         OR LVR-COUNT = ZERO
001554         GO TO 3340-EXIT
001555     END-IF.
001556     MOVE EDT-PERIOD-END TO LVW-AS-OF-DATE.
001557     MOVE EM-HIRE-DATE TO LVW-HIRE-DATE.
001558     MOVE ZERO TO LVW-SERVICE-YEARS.
001559     IF LVW-HIRE-DATE > ZERO
001560         IF LVW-HIRE-YY > LVW-AS-OF-YY
001561             ADD 100 LVW-AS-OF-YY GIVING LVW-SERVICE-YEARS
001562         ELSE
001563             MOVE LVW-AS-OF-YY TO LVW-SERVICE-YEARS
001564         END-IF
001565         SUBTRACT LVW-HIRE-YY FROM LVW-SERVICE-YEARS
001566         IF LVW-AS-OF-MMDD < LVW-HIRE-MMDD
001567             SUBTRACT 1 FROM LVW-SERVICE-YEARS
001568         END-IF
001569         IF LVW-SERVICE-YEARS < ZERO
001570             MOVE ZERO TO LVW-SERVICE-YEARS
001571         END-IF
001572     END-IF.
001573     MOVE ZERO TO LVR-HIT-SUB.
001574     PERFORM 3345-MATCH-LEAVE-BAND
001575         THRU 3345-EXIT
001576         VARYING LVR-SUB FROM 1 BY 1
001577         UNTIL LVR-SUB > LVR-COUNT.
001578     IF LVR-HIT-SUB = ZERO
001579         GO TO 3340-EXIT
001580     END-IF.
001581     ADD LVR-VAC-ACCRUAL (LVR-HIT-SUB)
001582         TO LVT-VAC-LEFT (LVT-HIT-SUB).
001583     ADD LVR-SICK-ACCRUAL (LVR-HIT-SUB)
001584         TO LVT-SICK-LEFT (LVT-HIT-SUB).
001585     MOVE EDT-PERIOD-END TO LVT-LAST-ACCRUAL (LVT-HIT-SUB).
001586 3340-EXIT.
001587     EXIT.
001588*
001589*****************************************************
001590* 3345-MATCH-LEAVE-BAND - FICA COM A FAIXA DE MAIOR
001591* MINIMO DE ANOS QUE O FUNCIONARIO JA ATINGIU.
001592*****************************************************
001593 3345-MATCH-LEAVE-BAND.
001594     IF LVR-MIN-YEARS (LVR-SUB) > LVW-SERVICE-YEARS
001595         GO TO 3345-EXIT
001596     END-IF.
001597     IF LVR-HIT-SUB = ZERO
001598         MOVE LVR-SUB TO LVR-HIT-SUB
001599         GO TO 3345-EXIT
001600     END-IF.
001601     IF LVR-MIN-YEARS (LVR-SUB) > LVR-MIN-YEARS (LVR-HIT-SUB)
001602         MOVE LVR-SUB TO LVR-HIT-SUB
001603     END-IF.
001604 3345-EXIT.
001605     EXIT.
001606*
001607*****************************************************
001608* 3500-CLOSE-BATCH - FECHA O LOTE NO TRAILER: BATE A
001609* CONTAGEM E O HASH DECLARADOS CONTRA O QUE FOI LIDO
001610* (DESBALANCE VIRA AVISO NO RELATORIO - OS ITENS JA
001611* FORAM JULGADOS UM A UM) E, LOTE ACEITO, GRAVA NO
001612* ARQUIVO LIMPO O TRAILER RECALCULADO SOBRE OS
001613* REGISTROS ACEITOS.
001614*****************************************************
001615 3500-CLOSE-BATCH.
001616     IF NOT BATCH-IN-PROGRESS
001617         ADD 1 TO EDT-CNT-OUTSIDE
001618         MOVE 'RECORD OUTSIDE BATCH' TO EDT-REASON
001619         PERFORM 3800-WRITE-ERROR
001620             THRU 3800-EXIT
001621         GO TO 3500-EXIT
001622     END-IF.
001623     MOVE HT-RECORD-COUNT TO EDT-EXP-COUNT.
001624     MOVE HT-HASH-HOURS TO EDT-EXP-HASH.
001625     IF EDT-EXP-COUNT NOT = EDT-IN-COUNT
001626         OR EDT-EXP-HASH NOT = EDT-IN-HASH
001627         ADD 1 TO EDT-CNT-BALANCE
001628         MOVE EDT-PERIOD-END TO RB-PERIOD-END
001629         MOVE EDT-BATCH-NO TO RB-BATCH-NO
001630         MOVE 'TRAILER COUNT/HASH OUT OF BALANCE' TO
001631             RB-NOTE
001632         PERFORM 3700-WRITE-BATCH-NOTE
001633             THRU 3700-EXIT
001634     END-IF.
001635     IF BATCH-ACCEPTED
001636         PERFORM 3600-WRITE-CLEAN-TRAILER
001637             THRU 3600-EXIT
001638     ELSE
001639         MOVE EDT-BATCH-REASON TO EDT-REASON
001640         PERFORM 3800-WRITE-ERROR
001641             THRU 3800-EXIT
001642         MOVE 'N' TO WS-BATCH-OPEN-SWITCH
001643     END-IF.
001644 3500-EXIT.
001645     EXIT.
001646*
001647*****************************************************
001648* 3600-WRITE-CLEAN-TRAILER - GRAVA NO ARQUIVO LIMPO O
001649* TRAILER DO LOTE RECALCULADO SOBRE OS REGISTROS
001650* ACEITOS, DE FORMA QUE O HOURSOK.DAT FECHE SOZINHO NO
001651* EASYCALC, E ENCERRA O LOTE.
001652*****************************************************
001653 3600-WRITE-CLEAN-TRAILER.
001654     MOVE SPACES TO CLEAN-RECORD.
001655     MOVE 'T' TO CT-REC-TYPE.
001656     MOVE EDT-OK-COUNT TO CT-RECORD-COUNT.
001657     MOVE EDT-OK-HASH TO CT-HASH-HOURS.
001658     WRITE CLEAN-RECORD.
001659     ADD 1 TO EDT-CLEAN-COUNT.
001660     MOVE 'N' TO WS-BATCH-OPEN-SWITCH.
001661 3600-EXIT.
001662     EXIT.
001663*
001664*****************************************************
001665* 3700-WRITE-BATCH-NOTE - IMPRIME NO RELATORIO A LINHA
001666* DE SITUACAO DO LOTE (ACEITO, RECUSADO OU AVISO).
001667*****************************************************
001668 3700-WRITE-BATCH-NOTE.
001669     WRITE EDIT-RPT-REC FROM RPT-BATCH-LINE
001670         AFTER ADVANCING 2 LINES.
001671 3700-EXIT.
001672     EXIT.
001673*
001674*****************************************************
001675* 3800-WRITE-ERROR - GRAVA NO ARQUIVO DE ERROS A IMAGEM
001676* DO REGISTRO RECUSADO COM O MOTIVO, PARA O PESSOAL DE
001677* APONTAMENTO CORRIGIR E REAPRESENTAR.
001678*****************************************************
001679 3800-WRITE-ERROR.
001680     MOVE HOURSIN-RECORD TO HE-RECORD-IMAGE.
001681     MOVE EDT-REASON TO HE-REASON.
001682     WRITE ERROR-RECORD.
001683     ADD 1 TO EDT-ERROR-COUNT.
001684 3800-EXIT.
001685     EXIT.
001686*
001687*****************************************************
001688* 3900-CLOSE-OPEN-BATCH - NO FIM DO ARQUIVO, FECHA O
001689* LOTE QUE FICOU SEM TRAILER (ERRO DE ESTRUTURA),
001690* GRAVANDO O TRAILER RECALCULADO NO ARQUIVO LIMPO
001691* QUANDO O LOTE FOI ACEITO.
001692*****************************************************
001693 3900-CLOSE-OPEN-BATCH.
001694     IF NOT BATCH-IN-PROGRESS
001695         GO TO 3900-EXIT
001696     END-IF.
001697     ADD 1 TO EDT-CNT-STRUCT.
001698     MOVE EDT-PERIOD-END TO RB-PERIOD-END.
001699     MOVE EDT-BATCH-NO TO RB-BATCH-NO.
001700     MOVE 'BATCH TRAILER MISSING' TO RB-NOTE.
001701     PERFORM 3700-WRITE-BATCH-NOTE
001702         THRU 3700-EXIT.
001703     IF BATCH-ACCEPTED
001704         PERFORM 3600-WRITE-CLEAN-TRAILER
001705             THRU 3600-EXIT
001706     ELSE
001707         MOVE 'N' TO WS-BATCH-OPEN-SWITCH
001708     END-IF.
001709 3900-EXIT.
001710     EXIT.
001711*
001712*****************************************************
001713* 8000-TERMINATE-RUN - IMPRIME AS CONTAGENS POR TIPO DE
001714* ERRO E O TRAILER DO RELATORIO, FECHA OS ARQUIVOS E
001715* RESUME O RUN NO CONSOLE; QUALQUER ERRO ENCONTRADO
001716* DEVOLVE RETURN-CODE 4 PARA O APONTAMENTO CORRIGIR
001717* ANTES DA JANELA DE PAGAMENTO.
001718*****************************************************
001719 8000-TERMINATE-RUN.
001720     WRITE EDIT-RPT-REC FROM RPT-TITLE-LINE
001721         AFTER ADVANCING 2 LINES.
001722     MOVE 'EMPLOYEE NOT ON MASTER FILE' TO RC-LABEL.
001723     MOVE EDT-CNT-NO-MASTER TO RC-COUNT.
001724     WRITE EDIT-RPT-REC FROM RPT-COUNT-LINE
001725         AFTER ADVANCING 2 LINES.
001726     MOVE 'EMPLOYEE INACTIVE OR TERMINATED' TO RC-LABEL.
001727     MOVE EDT-CNT-INACTIVE TO RC-COUNT.
001728     WRITE EDIT-RPT-REC FROM RPT-COUNT-LINE
001729         AFTER ADVANCING 1 LINE.
001730     MOVE 'RATE OR HOURS OUT OF RANGE' TO RC-LABEL.
001731     MOVE EDT-CNT-RANGE TO RC-COUNT.
001732     WRITE EDIT-RPT-REC FROM RPT-COUNT-LINE
001733         AFTER ADVANCING 1 LINE.
001734     MOVE 'INVALID ADJUSTMENT' TO RC-LABEL.
001735     MOVE EDT-CNT-ADJUST TO RC-COUNT.
001736     WRITE EDIT-RPT-REC FROM RPT-COUNT-LINE
001737         AFTER ADVANCING 1 LINE.
001738     MOVE 'INVALID RECORD TYPE' TO RC-LABEL.
001739     MOVE EDT-CNT-BAD-TYPE TO RC-COUNT.
001740     WRITE EDIT-RPT-REC FROM RPT-COUNT-LINE
001741         AFTER ADVANCING 1 LINE.
001742     MOVE 'RECORD OUTSIDE BATCH' TO RC-LABEL.
001743     MOVE EDT-CNT-OUTSIDE TO RC-COUNT.
001744     WRITE EDIT-RPT-REC FROM RPT-COUNT-LINE
001745         AFTER ADVANCING 1 LINE.
001746     MOVE 'RECORDS IN REJECTED BATCHES' TO RC-LABEL.
001747     MOVE EDT-CNT-BATCH-REJ TO RC-COUNT.
001748     WRITE EDIT-RPT-REC FROM RPT-COUNT-LINE
001749         AFTER ADVANCING 1 LINE.
001750     MOVE 'BATCHES OUT OF BALANCE' TO RC-LABEL.
001751     MOVE EDT-CNT-BALANCE TO RC-COUNT.
001752     WRITE EDIT-RPT-REC FROM RPT-COUNT-LINE
001753         AFTER ADVANCING 1 LINE.
001754     MOVE 'DEPT NOT ON GL MAP' TO RC-LABEL.
001755     MOVE EDT-CNT-UNMAPPED TO RC-COUNT.
001756     WRITE EDIT-RPT-REC FROM RPT-COUNT-LINE
001757         AFTER ADVANCING 1 LINE.
001758     MOVE 'INVALID LEAVE CODE' TO RC-LABEL.
001759     MOVE EDT-CNT-LEAVE TO RC-COUNT.
001760     WRITE EDIT-RPT-REC FROM RPT-COUNT-LINE
001761         AFTER ADVANCING 1 LINE.
001762     MOVE 'LEAVE EXCEEDS BALANCE' TO RC-LABEL.
001763     MOVE EDT-CNT-NO-BALANCE TO RC-COUNT.
001764     WRITE EDIT-RPT-REC FROM RPT-COUNT-LINE
001765         AFTER ADVANCING 1 LINE.
001766     MOVE 'CHARGE CODE NOT ON GL MAP' TO RC-LABEL.
001767     MOVE EDT-CNT-CHARGE TO RC-COUNT.
001768     WRITE EDIT-RPT-REC FROM RPT-COUNT-LINE
001769         AFTER ADVANCING 1 LINE.
001770     MOVE 'STRUCTURE ERRORS (HDR/TRL)' TO RC-LABEL.
001771     MOVE EDT-CNT-STRUCT TO RC-COUNT.
001772     WRITE EDIT-RPT-REC FROM RPT-COUNT-LINE
001773         AFTER ADVANCING 1 LINE.
001774     MOVE EDT-READ-COUNT TO RT-READ.
001775     MOVE EDT-CLEAN-COUNT TO RT-CLEAN.
001776     MOVE EDT-ERROR-COUNT TO RT-ERROR.
001777     WRITE EDIT-RPT-REC FROM RPT-TRAILER-LINE
001778         AFTER ADVANCING 2 LINES.
001779     CLOSE HOURSIN.
001780     CLOSE EMP-FILE.
001781     IF LEAVE-FILE-OPEN
001782         CLOSE LEAVE-FILE
001783     END-IF.
001784     CLOSE CLEAN-FILE.
001785     CLOSE ERROR-FILE.
001786     CLOSE EDIT-RPT-FILE.
001787     DISPLAY 'HRSEDIT COMPLETE - RECORDS READ: '
001788         EDT-READ-COUNT.
001789     IF EDT-ERROR-COUNT > ZERO
001790         OR EDT-CNT-BALANCE > ZERO
001791         OR EDT-CNT-STRUCT > ZERO
001792         DISPLAY 'HRSEDIT - ERRORS FOUND - SEE EDITRPT'
001793         MOVE 4 TO RETURN-CODE
001794     END-IF.
001795     MOVE 'F' TO RCL-EVENT.
001796     MOVE RETURN-CODE TO RCL-RETURN-CODE.
001797     PERFORM 9100-WRITE-RUN-CONTROL
001798         THRU 9100-EXIT.
001799 8000-EXIT.
001800     EXIT.
001801*
001802*****************************************************
001803* 9000-ABORT-RUN - ENCERRA O PROGRAMA COM ERRO GRAVE:
001804* MOSTRA A MENSAGEM NO CONSOLE DO OPERADOR E DEVOLVE
001805* RETURN-CODE 16.
001806*****************************************************
001807 9000-ABORT-RUN.
001808     DISPLAY 'HRSEDIT *** RUN ABORTED *** '
001809         WS-ABORT-MESSAGE.
001810     MOVE 16 TO RETURN-CODE.
001811     MOVE 'F' TO RCL-EVENT.
001812     MOVE 16 TO RCL-RETURN-CODE.
001813     MOVE WS-ABORT-MESSAGE TO RCL-MESSAGE.
001814     PERFORM 9100-WRITE-RUN-CONTROL
001815         THRU 9100-EXIT.
001816     STOP RUN.
001817 9000-EXIT.
001818     EXIT.
001819*
001820*****************************************************
001821* 9100-WRITE-RUN-CONTROL - ACRESCENTA AO RUNCTL UM
001822* REGISTRO DESTE PROGRAMA (INICIO, FIM OU LIBERACAO)
001823* COM OS DADOS PREPARADOS EM RCL-WORK-AREAS. SEM O
001824* RUNCTL SO AVISA: O REGISTRO NAO PARA A FOLHA.
001825*****************************************************
001826 9100-WRITE-RUN-CONTROL.
001827     OPEN EXTEND RUN-CONTROL-FILE.
001828     IF WS-RUNCTL-STATUS NOT = '00'
001829         OPEN OUTPUT RUN-CONTROL-FILE
001830     END-IF.
001831     IF WS-RUNCTL-STATUS NOT = '00'
001832         DISPLAY 'HRSEDIT - RUN CONTROL FILE RUNCTL'
001833             ' NOT AVAILABLE'
001834         GO TO 9100-EXIT
001835     END-IF.
001836     MOVE SPACES TO RUN-CONTROL-RECORD.
001837     MOVE RCL-STEP-NAME TO RC-STEP-NAME.
001838     MOVE RCL-EVENT TO RC-EVENT.
001839     MOVE RCL-RUN-MODE TO RC-RUN-MODE.
001840     ACCEPT RC-EVENT-DATE FROM DATE.
001841     ACCEPT RC-EVENT-TIME FROM TIME.
001842     MOVE RCL-RETURN-CODE TO RC-RETURN-CODE.
001843     MOVE RCL-RUN-ID TO RC-RUN-ID.
001844     MOVE RCL-FILE-NAME TO RC-FILE-NAME.
001845     MOVE RCL-REC-COUNT TO RC-REC-COUNT.
001846     MOVE RCL-HASH-TOTAL TO RC-HASH-TOTAL.
001847     MOVE RCL-OPERATOR-ID TO RC-OPERATOR-ID.
001848     MOVE RCL-MESSAGE TO RC-MESSAGE.
001849     WRITE RUN-CONTROL-RECORD.
001850     CLOSE RUN-CONTROL-FILE.
001851 9100-EXIT.
001852     EXIT.
