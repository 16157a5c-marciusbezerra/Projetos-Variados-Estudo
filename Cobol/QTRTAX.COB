000010 IDENTIFICATION DIVISION.
000011 PROGRAM-ID.
000012     QTRTAX.
000013 AUTHOR.
000014     R L HUTCHISON.
000015 INSTALLATION.
000016     PAYROLL DEPARTMENT.
000017 DATE-WRITTEN.
000018     15/10/2026.
000019 DATE-COMPILED.
000020*
000021*****************************************************
000022* RELATORIO TRIMESTRAL PARA A DECLARACAO DE IMPOSTO
000023* RETIDO NA FOLHA, COM O ARQUIVO DE ENTREGA ELETRONICA.
000024* NOME DO ARQUIVO: QTRTAX.COB
000025*
000026* O OPERADOR INFORMA O ANO (AAAA), O TRIMESTRE (1-4) E
000027* O CODIGO FISCAL DO EMPREGADOR. ENTRAM NO TRIMESTRE OS
000028* PAGAMENTOS CUJA DATA DE PAGAMENTO CAI NELE: A DATA DE
000029* PAGAMENTO DO PERIODO NO CALENDARIO PAYCAL.DAT PARA OS
000030* LOTES NORMAIS, A PROPRIA DATA DO RUN PARA OS RUNS
000031* FORA DE CICLO (LOTE 9000-9999, MARCA 'O'). O
000032* HISTORICO VEM DO PAYHIST.DAT VIVO E DO ARQUIVO MORTO
000033* PHARCH.DAT, JA QUE O YEAREND ARQUIVA PELO FIM DE
000034* PERIODO E O TRIMESTRE PODE PEGAR OS DOIS. LINHA DE
000035* LOTE QUE NAO ESTA MAIS NO PAIDBAT.DAT FOI ESTORNADA
000036* PELO PAYBKOUT E FICA DE FORA.
000037*
000038* SAIDAS: QTRRPT.DAT - POR DEPARTAMENTO E FUNCIONARIO,
000039* GROSS, IMPOSTO RETIDO E PAGAMENTOS DO TRIMESTRE, COM
000040* SUBTOTAIS POR DEPARTAMENTO E TOTAIS DA EMPRESA
000041* (GROSS, IMPOSTO E NUMERO DE FUNCIONARIOS PAGOS), E OS
000042* AVISOS NO FIM; QTRFILE.DAT - ARQUIVO DE LAYOUT FIXO
000043* PARA A ENTREGA: EMPREGADOR ('E'), UM REGISTRO POR
000044* FUNCIONARIO ('S') E TOTAIS ('T').
000045*
000046* CONFERENCIAS: O GROSS DO TRIMESTRE DE CADA
000047* FUNCIONARIO E COMPARADO COM A VARIACAO DO YT-YTD-GROSS
000048* NO MESMO TRIMESTRE, SOMADA DOS DELTAS DO DIARIO
000049* YTDJRNL.DAT E DO ARQUIVO MORTO JRNARCH.DAT (MENOS A
000050* VIRADA DE ANO 'Y'); DIFERENCA SAI MARCADA. PERIODO DO
000051* CALENDARIO PAGO NO TRIMESTRE SEM LOTE NO PAIDBAT SAI
000052* NOS AVISOS. DIFERENCA, PERIODO SEM LOTE, TRIMESTRE
000053* SEM HISTORICO OU SEM PERIODO PAGO DEVOLVE
000054* RETURN-CODE 8: A DECLARACAO NAO DEVE SER ENTREGUE
000055* ANTES DA CONFERENCIA.
000056*
000057* HISTORICO DE MODIFICACOES
000058* -------------------------------------------------
000059* DATA       INIC  DESCRICAO
000060* ---------- ----  ---------------------------------
000061* 15/10/2026  RLH  PROGRAMA ORIGINAL - RELATORIO E
000062*                  ARQUIVO TRIMESTRAL DE IMPOSTO
000063*                  RETIDO A PARTIR DO PAYHIST/PHARCH.
000064* 15/10/2026  RLH  TRIMESTRE SEM HISTORICO OU SEM
000065*                  PERIODO PAGO DEVOLVE RETURN-CODE 8;
000066*                  MENSAGENS DE ABORTO ENCURTADAS.
000067*****************************************************
000068 ENVIRONMENT DIVISION.
000069 CONFIGURATION SECTION.
000070 SOURCE-COMPUTER. IBM-PS2.
000071 OBJECT-COMPUTER. IBM-PS2.
000072 INPUT-OUTPUT SECTION.
000073 FILE-CONTROL.
000074     SELECT HIST-FILE ASSIGN TO "PAYHIST.DAT"
000075         ORGANIZATION IS INDEXED
000076         ACCESS MODE IS DYNAMIC
000077         RECORD KEY IS PH-KEY
000078         FILE STATUS IS WS-HIST-STATUS.
000079     SELECT HIST-ARCH-FILE ASSIGN TO "PHARCH.DAT"
000080         ORGANIZATION IS SEQUENTIAL
000081         FILE STATUS IS WS-PHARCH-STATUS.
000082     SELECT JOURNAL-FILE ASSIGN TO "YTDJRNL.DAT"
000083         ORGANIZATION IS SEQUENTIAL
000084         FILE STATUS IS WS-JOURNAL-STATUS.
000085     SELECT JRN-ARCH-FILE ASSIGN TO "JRNARCH.DAT"
000086         ORGANIZATION IS SEQUENTIAL
000087         FILE STATUS IS WS-JRNARCH-STATUS.
000088     SELECT EMP-FILE ASSIGN TO "EMPMAST.DAT"
000089         ORGANIZATION IS INDEXED
000090         ACCESS MODE IS DYNAMIC
000091         RECORD KEY IS EM-EMP-ID
000092         FILE STATUS IS WS-EMPMAST-STATUS.
000093     SELECT CAL-FILE ASSIGN TO "PAYCAL.DAT"
000094         ORGANIZATION IS SEQUENTIAL
000095         FILE STATUS IS WS-CAL-STATUS.
000096     SELECT PAID-BATCH-FILE ASSIGN TO "PAIDBAT.DAT"
000097         ORGANIZATION IS SEQUENTIAL
000098         FILE STATUS IS WS-PAIDBAT-STATUS.
000099     SELECT QTR-SORT-FILE ASSIGN TO "QTRSRTWK".
000100     SELECT QTR-SORTED-FILE ASSIGN TO "QTRSRTD.DAT"
000101         ORGANIZATION IS SEQUENTIAL
000102         FILE STATUS IS WS-SORTED-STATUS.
000103     SELECT QTR-RPT-FILE ASSIGN TO "QTRRPT.DAT"
000104         ORGANIZATION IS SEQUENTIAL
000105         FILE STATUS IS WS-QTRRPT-STATUS.
000106     SELECT QTR-EFILE ASSIGN TO "QTRFILE.DAT"
000107         ORGANIZATION IS SEQUENTIAL
000108         FILE STATUS IS WS-QTRFILE-STATUS.
000109     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000110         ORGANIZATION IS SEQUENTIAL
000111         FILE STATUS IS WS-RUNCTL-STATUS.
000112 DATA DIVISION.
000113 FILE SECTION.
000114 FD  HIST-FILE
000115     LABEL RECORDS ARE STANDARD
000116     RECORD CONTAINS 52 CHARACTERS.
000117 COPY HISTREC.
000118*
000119*****************************************************
000120* PHARCH - ARQUIVO MORTO DO HISTORICO GRAVADO PELO
000121* YEAREND: ANO FECHADO + IMAGEM DO REGISTRO HISTREC.
000122*****************************************************
000123 FD  HIST-ARCH-FILE
000124     LABEL RECORDS ARE STANDARD
000125     RECORD CONTAINS 56 CHARACTERS.
000126 01  HIST-ARCH-RECORD.
000127     02  AH-YEAR            PIC 9(04).
000128     02  AH-HIST-IMAGE      PIC X(52).
000129     02  AH-HIST-FIELDS REDEFINES AH-HIST-IMAGE.
000130         03  AH-EMP-ID      PIC X(05).
000131         03  AH-PERIOD-END  PIC 9(06).
000132         03  AH-BATCH-NO    PIC 9(04).
000133         03  AH-PERIOD-NO   PIC 9(02).
000134         03  AH-HOURS       PIC S9(5)V99.
000135         03  AH-GROSS       PIC S9(7)V99.
000136         03  AH-TAX         PIC S9(7)V99.
000137         03  AH-NET         PIC S9(7)V99.
000138         03  AH-ADJ-FLAG    PIC X(01).
000139 FD  JOURNAL-FILE
000140     LABEL RECORDS ARE STANDARD
000141     RECORD CONTAINS 68 CHARACTERS.
000142 COPY JRNREC.
000143*
000144*****************************************************
000145* JRNARCH - ARQUIVO MORTO DO DIARIO GRAVADO PELO
000146* YTDVERIF: ANO FECHADO + IMAGEM DO REGISTRO JRNREC.
000147*****************************************************
000148 FD  JRN-ARCH-FILE
000149     LABEL RECORDS ARE STANDARD
000150     RECORD CONTAINS 72 CHARACTERS.
000151 01  JRN-ARCH-RECORD.
000152     02  AJ-YEAR            PIC 9(04).
000153     02  AJ-JOURNAL-IMAGE   PIC X(68).
000154     02  AJ-JOURNAL-FIELDS REDEFINES AJ-JOURNAL-IMAGE.
000155         03  AJ-PERIOD-END  PIC 9(06).
000156         03  AJ-BATCH-NO    PIC 9(04).
000157         03  AJ-EMP-ID      PIC X(05).
000158         03  AJ-ACTION      PIC X(01).
000159         03  AJ-RUN-DATE    PIC 9(06).
000160         03  AJ-BEF-GROSS   PIC S9(7)V99.
000161         03  AJ-BEF-HOURS   PIC S9(5)V99.
000162         03  AJ-BEF-LAST    PIC S9(5)V99.
000163         03  AJ-AFT-GROSS   PIC S9(7)V99.
000164         03  AJ-AFT-HOURS   PIC S9(5)V99.
000165         03  AJ-AFT-LAST    PIC S9(5)V99.
000166 FD  EMP-FILE
000167     LABEL RECORDS ARE STANDARD
000168     RECORD CONTAINS 62 CHARACTERS.
000169 COPY EMPREC.
000170 FD  CAL-FILE
000171     LABEL RECORDS ARE STANDARD
000172     RECORD CONTAINS 18 CHARACTERS.
000173 01  CALENDAR-RECORD.
000174     02  CA-YEAR            PIC 9(04).
000175     02  CA-PERIOD-NO       PIC 9(02).
000176     02  CA-PERIOD-END      PIC 9(06).
000177     02  CA-PAY-DATE        PIC 9(06).
000178 FD  PAID-BATCH-FILE
000179     LABEL RECORDS ARE STANDARD
000180     RECORD CONTAINS 10 CHARACTERS.
000181 01  PAID-BATCH-RECORD.
000182     02  PB-PERIOD-END      PIC 9(06).
000183     02  PB-BATCH-NO        PIC 9(04).
000184*
000185*****************************************************
000186* QTRSRTWK / QTRSRTD - UM REGISTRO POR LINHA DO
000187* HISTORICO ('H') OU DO DIARIO ('J') DO TRIMESTRE,
000188* CLASSIFICADO POR DEPARTAMENTO E FUNCIONARIO. NA
000189* LINHA 'J' O GROSS E O DELTA DO YT-YTD-GROSS.
000190*****************************************************
000191 SD  QTR-SORT-FILE.
000192 01  QTR-SORT-RECORD.
000193     02  QS-DEPT            PIC X(04).
000194     02  QS-EMP-ID          PIC X(05).
000195     02  QS-SOURCE          PIC X(01).
000196     02  QS-EMP-NAME        PIC X(20).
000197     02  QS-GROSS           PIC S9(9)V99.
000198     02  QS-TAX             PIC S9(9)V99.
000199     02  FILLER             PIC X(08).
000200 FD  QTR-SORTED-FILE
000201     LABEL RECORDS ARE STANDARD
000202     RECORD CONTAINS 60 CHARACTERS.
000203 01  QTR-SORTED-RECORD.
000204     02  QD-DEPT            PIC X(04).
000205     02  QD-EMP-ID          PIC X(05).
000206     02  QD-SOURCE          PIC X(01).
000207         88  QD-HISTORY-LINE           VALUE 'H'.
000208         88  QD-JOURNAL-LINE           VALUE 'J'.
000209     02  QD-EMP-NAME        PIC X(20).
000210     02  QD-GROSS           PIC S9(9)V99.
000211     02  QD-TAX             PIC S9(9)V99.
000212     02  FILLER             PIC X(08).
000213 FD  QTR-RPT-FILE
000214     LABEL RECORDS ARE STANDARD
000215     RECORD CONTAINS 132 CHARACTERS.
000216 01  QTRRPT-REC             PIC X(132).
000217*
000218*****************************************************
000219* QTRFILE - ARQUIVO DE ENTREGA ELETRONICA, LAYOUT FIXO
000220* DE 80 POSICOES: 'E' EMPREGADOR E TRIMESTRE, 'S' UM
000221* POR FUNCIONARIO COM PAGAMENTO NO TRIMESTRE, 'T'
000222* TOTAIS. VALORES SEM PONTO, 2 DECIMAIS IMPLICITAS.
000223*****************************************************
000224 FD  QTR-EFILE
000225     LABEL RECORDS ARE STANDARD
000226     RECORD CONTAINS 80 CHARACTERS.
000227 01  QTR-EFILE-RECORD.
000228     02  QE-REC-TYPE        PIC X(01).
000229         88  QTR-EMPLOYER-REC          VALUE 'E'.
000230         88  QTR-EMPLOYEE-REC          VALUE 'S'.
000231         88  QTR-TOTAL-REC             VALUE 'T'.
000232     02  QE-REC-BODY.
000233         03  QE-EMP-ID      PIC X(05).
000234         03  QE-EMP-NAME    PIC X(20).
000235         03  QE-DEPT        PIC X(04).
000236         03  QE-QTD-GROSS   PIC S9(9)V99.
000237         03  QE-QTD-TAX     PIC S9(9)V99.
000238         03  QE-PAY-COUNT   PIC 9(03).
000239         03  QE-YTD-FLAG    PIC X(01).
000240         03  FILLER         PIC X(24).
000241     02  QE-EMPLOYER-BODY REDEFINES QE-REC-BODY.
000242         03  QE-EMPLOYER-ID PIC X(09).
000243         03  QE-TAX-YEAR    PIC 9(04).
000244         03  QE-QUARTER     PIC 9(01).
000245         03  QE-FROM-DATE   PIC 9(06).
000246         03  QE-TO-DATE     PIC 9(06).
000247         03  QE-RUN-DATE    PIC 9(06).
000248         03  FILLER         PIC X(47).
000249     02  QE-TOTAL-BODY REDEFINES QE-REC-BODY.
000250         03  QE-EMP-COUNT   PIC 9(07).
000251         03  QE-HEAD-COUNT  PIC 9(07).
000252         03  QE-TOT-GROSS   PIC S9(11)V99.
000253         03  QE-TOT-TAX     PIC S9(11)V99.
000254         03  FILLER         PIC X(39).
000255*
000256*****************************************************
000257* RUNCTL - CONTROLE DE EXECUCAO: O QTRTAX SO REGISTRA
000258* INICIO E FIM, COM AS LINHAS DO HISTORICO DO
000259* TRIMESTRE E O TOTAL DE GROSS.
000260*****************************************************
000261 FD  RUN-CONTROL-FILE
000262     LABEL RECORDS ARE STANDARD
000263     RECORD CONTAINS 126 CHARACTERS.
000264 COPY RUNCREC.
000265 WORKING-STORAGE SECTION.
000266 01  WS-SWITCHES.
000267     02  WS-HIST-EOF-SWITCH PIC X(01)  VALUE 'N'.
000268         88  HIST-FILE-EOF             VALUE 'Y'.
000269     02  WS-PHARCH-EOF-SWITCH PIC X(01) VALUE 'N'.
000270         88  PHARCH-FILE-EOF           VALUE 'Y'.
000271     02  WS-JOURNAL-EOF-SWITCH PIC X(01) VALUE 'N'.
000272         88  JOURNAL-FILE-EOF          VALUE 'Y'.
000273     02  WS-JRNARCH-EOF-SWITCH PIC X(01) VALUE 'N'.
000274         88  JRNARCH-FILE-EOF          VALUE 'Y'.
000275     02  WS-CAL-EOF-SWITCH  PIC X(01)  VALUE 'N'.
000276         88  CAL-FILE-EOF              VALUE 'Y'.
000277     02  WS-PAIDBAT-EOF-SWITCH PIC X(01) VALUE 'N'.
000278         88  PAIDBAT-FILE-EOF          VALUE 'Y'.
000279     02  WS-SORTED-EOF-SWITCH PIC X(01) VALUE 'N'.
000280         88  SORTED-FILE-EOF           VALUE 'Y'.
000281     02  WS-HIST-AVAIL-SWITCH PIC X(01) VALUE 'N'.
000282         88  HISTORY-AVAILABLE         VALUE 'Y'.
000283     02  WS-JRN-AVAIL-SWITCH PIC X(01) VALUE 'N'.
000284         88  JOURNAL-AVAILABLE         VALUE 'Y'.
000285     02  WS-CAL-AVAIL-SWITCH PIC X(01) VALUE 'N'.
000286         88  CALENDAR-AVAILABLE        VALUE 'Y'.
000287     02  WS-PAIDBAT-AVAIL-SWITCH PIC X(01) VALUE 'N'.
000288         88  PAIDBAT-AVAILABLE         VALUE 'Y'.
000289     02  WS-GROUP-SWITCH    PIC X(01)  VALUE 'N'.
000290         88  EMPLOYEE-GROUP-OPEN       VALUE 'Y'.
000291 01  WS-HIST-STATUS         PIC X(02)  VALUE '00'.
000292 01  WS-PHARCH-STATUS       PIC X(02)  VALUE '00'.
000293 01  WS-JOURNAL-STATUS      PIC X(02)  VALUE '00'.
000294 01  WS-JRNARCH-STATUS      PIC X(02)  VALUE '00'.
000295 01  WS-EMPMAST-STATUS      PIC X(02)  VALUE '00'.
000296 01  WS-CAL-STATUS          PIC X(02)  VALUE '00'.
000297 01  WS-PAIDBAT-STATUS      PIC X(02)  VALUE '00'.
000298 01  WS-SORTED-STATUS       PIC X(02)  VALUE '00'.
000299 01  WS-QTRRPT-STATUS       PIC X(02)  VALUE '00'.
000300 01  WS-QTRFILE-STATUS      PIC X(02)  VALUE '00'.
000301*
000302*****************************************************
000303* CONTROLE DE EXECUCAO (RUNCTL.DAT): DADOS DO REGISTRO
000304* QUE ESTE PROGRAMA GRAVA AO COMECAR E AO TERMINAR.
000305*****************************************************
000306 01  WS-RUNCTL-STATUS       PIC X(02)  VALUE '00'.
000307 01  RCL-WORK-AREAS.
000308     02  RCL-STEP-NAME      PIC X(08)  VALUE 'QTRTAX'.
000309     02  RCL-EVENT          PIC X(01)  VALUE SPACE.
000310     02  RCL-RUN-MODE       PIC X(01)  VALUE SPACE.
000311     02  RCL-RETURN-CODE    PIC 9(02)  VALUE ZERO.
000312     02  RCL-RUN-ID.
000313         03  RCL-PERIOD-END PIC 9(06)  VALUE ZERO.
000314         03  RCL-BATCH-NO   PIC 9(04)  VALUE ZERO.
000315     02  RCL-FILE-NAME      PIC X(12)  VALUE SPACES.
000316     02  RCL-REC-COUNT      PIC 9(07)  VALUE ZERO.
000317     02  RCL-HASH-TOTAL     PIC S9(11)V99 VALUE ZERO.
000318     02  RCL-OPERATOR-ID    PIC X(08)  VALUE SPACES.
000319     02  RCL-MESSAGE        PIC X(40)  VALUE SPACES.
000320 01  WS-ABORT-MESSAGE       PIC X(40)  VALUE SPACES.
000321 01  WS-RUN-DATE.
000322     02  WS-RUN-YY          PIC 99.
000323     02  WS-RUN-MM          PIC 99.
000324     02  WS-RUN-DD          PIC 99.
000325 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
000326                            PIC 9(06).
000327*
000328*****************************************************
000329* TRIMESTRE PEDIDO: ANO, TRIMESTRE, CODIGO DO
000330* EMPREGADOR E AS DATAS DE PAGAMENTO LIMITE (AAMMDD),
000331* MONTADAS COM OS MESES DA TABELA QTR-MONTH.
000332*****************************************************
000333 01  QTR-PROMPT-AREAS.
000334     02  QTR-YEAR-IN        PIC X(04)  VALUE SPACES.
000335     02  QTR-YEAR-IN-NUM REDEFINES QTR-YEAR-IN
000336                            PIC 9(04).
000337     02  QTR-QUARTER-IN     PIC X(01)  VALUE SPACE.
000338         88  QTR-QUARTER-VALID         VALUE '1' THRU '4'.
000339     02  QTR-QUARTER-NUM REDEFINES QTR-QUARTER-IN
000340                            PIC 9(01).
000341     02  QTR-EMPLOYER-ID    PIC X(09)  VALUE SPACES.
000342 01  QTR-MONTH-VALUES.
000343     02  FILLER             PIC X(06)  VALUE '010331'.
000344     02  FILLER             PIC X(06)  VALUE '040630'.
000345     02  FILLER             PIC X(06)  VALUE '070930'.
000346     02  FILLER             PIC X(06)  VALUE '101231'.
000347 01  QTR-MONTH-TABLE REDEFINES QTR-MONTH-VALUES.
000348     02  QTR-MONTH-ENTRY OCCURS 4 TIMES.
000349         03  QTR-FIRST-MM   PIC 99.
000350         03  QTR-LAST-MM    PIC 99.
000351         03  QTR-LAST-DD    PIC 99.
000352 01  QTR-LIMITS.
000353     02  QTR-TAX-YEAR       PIC 9(04)  VALUE ZERO.
000354     02  QTR-CENTURY        PIC 9(02)  VALUE ZERO.
000355     02  QTR-FROM-DATE.
000356         03  QTR-FROM-YY    PIC 99.
000357         03  QTR-FROM-MM    PIC 99.
000358         03  QTR-FROM-DD    PIC 99.
000359     02  QTR-FROM-NUM REDEFINES QTR-FROM-DATE
000360                            PIC 9(06).
000361     02  QTR-TO-DATE.
000362         03  QTR-TO-YY      PIC 99.
000363         03  QTR-TO-MM      PIC 99.
000364         03  QTR-TO-DD      PIC 99.
000365     02  QTR-TO-NUM REDEFINES QTR-TO-DATE
000366                            PIC 9(06).
000367*
000368*****************************************************
000369* LINHA EM EXAME (DO HISTORICO OU DO DIARIO, VIVO OU
000370* MORTO) E A DATA DE PAGAMENTO APURADA PELA 2500.
000371*****************************************************
000372 01  QTR-ROW-AREAS.
000373     02  QTR-ROW-SOURCE     PIC X(01)  VALUE SPACE.
000374     02  QTR-ROW-EMP-ID     PIC X(05)  VALUE SPACES.
000375     02  QTR-ROW-PERIOD-END PIC 9(06)  VALUE ZERO.
000376     02  QTR-ROW-BATCH-NO   PIC 9(04)  VALUE ZERO.
000377     02  QTR-ROW-GROSS      PIC S9(9)V99 VALUE ZERO.
000378     02  QTR-ROW-TAX        PIC S9(9)V99 VALUE ZERO.
000379     02  QTR-ROW-PAY-DATE   PIC 9(06)  VALUE ZERO.
000380     02  QTR-ROW-CAL-SWITCH PIC X(01)  VALUE 'Y'.
000381         88  QTR-ROW-IN-CALENDAR       VALUE 'Y'.
000382     02  QTR-ROW-PAID-SWITCH PIC X(01) VALUE 'N'.
000383         88  QTR-ROW-BATCH-PAID        VALUE 'Y'.
000384     02  QTR-EMP-FLAG       PIC X(01)  VALUE SPACE.
000385         88  QTR-EMP-MISMATCH          VALUE 'M'.
000386*
000387*****************************************************
000388* QUEBRAS: FUNCIONARIO E DEPARTAMENTO CORRENTES E SEUS
000389* ACUMULADOS, TOTAIS DA EMPRESA E CONTADORES DE AVISO.
000390*****************************************************
000391 01  QTR-BREAK-AREAS.
000392     02  QTR-CURR-DEPT      PIC X(04)  VALUE SPACES.
000393     02  QTR-CURR-EMP       PIC X(05)  VALUE SPACES.
000394     02  QTR-CURR-NAME      PIC X(20)  VALUE SPACES.
000395     02  QTR-EMP-PAYS       PIC S9(3) COMP  VALUE ZERO.
000396     02  QTR-EMP-GROSS      PIC S9(9)V99    VALUE ZERO.
000397     02  QTR-EMP-TAX        PIC S9(9)V99    VALUE ZERO.
000398     02  QTR-EMP-YTD-DELTA  PIC S9(9)V99    VALUE ZERO.
000399     02  QTR-DEPT-HEADS     PIC S9(5) COMP  VALUE ZERO.
000400     02  QTR-DEPT-GROSS     PIC S9(11)V99   VALUE ZERO.
000401     02  QTR-DEPT-TAX       PIC S9(11)V99   VALUE ZERO.
000402 01  QTR-TOTALS.
000403     02  QTR-TOT-EMPLOYEES  PIC S9(7) COMP  VALUE ZERO.
000404     02  QTR-TOT-HEADS      PIC S9(7) COMP  VALUE ZERO.
000405     02  QTR-TOT-GROSS      PIC S9(11)V99   VALUE ZERO.
000406     02  QTR-TOT-TAX        PIC S9(11)V99   VALUE ZERO.
000407     02  QTR-HIST-ROWS      PIC S9(7) COMP  VALUE ZERO.
000408     02  QTR-JRN-ROWS       PIC S9(7) COMP  VALUE ZERO.
000409     02  QTR-BACKED-OUT-ROWS PIC S9(7) COMP VALUE ZERO.
000410     02  QTR-NO-CAL-ROWS    PIC S9(7) COMP  VALUE ZERO.
000411     02  QTR-NO-EMP-ROWS    PIC S9(7) COMP  VALUE ZERO.
000412     02  QTR-MISMATCH-COUNT PIC S9(5) COMP  VALUE ZERO.
000413     02  QTR-PERIOD-COUNT   PIC S9(3) COMP  VALUE ZERO.
000414     02  QTR-UNPAID-PERIODS PIC S9(3) COMP  VALUE ZERO.
000415     02  QTR-WARNING-COUNT  PIC S9(5) COMP  VALUE ZERO.
000416     02  QTR-LINE-COUNT     PIC S9(3) COMP  VALUE ZERO.
000417 01  QTR-DATE-WORK.
000418     02  QTR-DATE-YY        PIC 99.
000419     02  QTR-DATE-MM        PIC 99.
000420     02  QTR-DATE-DD        PIC 99.
000421 01  QTR-DATE-WORK-NUM REDEFINES QTR-DATE-WORK
000422                            PIC 9(06).
000423 01  QTR-DATE-EDIT.
000424     02  QTR-EDIT-MM        PIC 99.
000425     02  FILLER             PIC X(01)  VALUE '/'.
000426     02  QTR-EDIT-DD        PIC 99.
000427     02  FILLER             PIC X(01)  VALUE '/'.
000428     02  QTR-EDIT-YY        PIC 99.
000429 77  CAL-SUB                PIC S9(3) COMP  VALUE ZERO.
000430 77  CAL-HIT-SUB            PIC S9(3) COMP  VALUE ZERO.
000431 77  PAID-SUB               PIC S9(3) COMP  VALUE ZERO.
000432 01  CAL-TABLE-AREA.
000433     02  CAL-COUNT          PIC S9(3) COMP  VALUE ZERO.
000434     02  CAL-ENTRY OCCURS 60 TIMES.
000435         03  CAL-YEAR       PIC 9(04).
000436         03  CAL-PERIOD-NO  PIC 9(02).
000437         03  CAL-PERIOD-END PIC 9(06).
000438         03  CAL-PAY-DATE   PIC 9(06).
000439 01  PAID-TABLE-AREA.
000440     02  PAID-COUNT         PIC S9(3) COMP  VALUE ZERO.
000441     02  PAID-ENTRY OCCURS 200 TIMES.
000442         03  PD-PERIOD-END  PIC 9(06).
000443         03  PD-BATCH-NO    PIC 9(04).
000444*
000445*****************************************************
000446* LINHAS DO RELATORIO QTRRPT.DAT.
000447*****************************************************
000448 01  QTR-TITLE-LINE.
000449     02  FILLER             PIC X(24) VALUE SPACES.
000450     02  FILLER             PIC X(35)
000451         VALUE 'QUARTERLY PAYROLL TAX RETURN REPORT'.
000452     02  FILLER             PIC X(73) VALUE SPACES.
000453 01  QTR-DATE-LINE.
000454     02  FILLER             PIC X(24) VALUE SPACES.
000455     02  FILLER             PIC X(10) VALUE 'TAX YEAR: '.
000456     02  QH-TAX-YEAR        PIC 9(04).
000457     02  FILLER             PIC X(11) VALUE '  QUARTER: '.
000458     02  QH-QUARTER         PIC 9(01).
000459     02  FILLER             PIC X(13) VALUE '  PAY DATES: '.
000460     02  QH-FROM-TEXT       PIC X(08).
000461     02  FILLER             PIC X(04) VALUE ' TO '.
000462     02  QH-TO-TEXT         PIC X(08).
000463     02  FILLER             PIC X(13) VALUE '  EMPLOYER: '.
000464     02  QH-EMPLOYER-ID     PIC X(09).
000465     02  FILLER             PIC X(13) VALUE '  RUN DATE: '.
000466     02  QH-RUN-TEXT        PIC X(08).
000467     02  FILLER             PIC X(06) VALUE SPACES.
000468 01  QTR-COLUMN-HEADING.
000469     02  FILLER             PIC X(02) VALUE SPACES.
000470     02  FILLER             PIC X(06) VALUE 'DEPT'.
000471     02  FILLER             PIC X(07) VALUE 'EMP'.
000472     02  FILLER             PIC X(22) VALUE 'NAME'.
000473     02  FILLER             PIC X(05) VALUE ' PAYS'.
000474     02  FILLER             PIC X(17)
000475         VALUE '        QTD GROSS'.
000476     02  FILLER             PIC X(17)
000477         VALUE '     TAX WITHHELD'.
000478     02  FILLER             PIC X(17)
000479         VALUE '  YTD GROSS CHNG.'.
000480     02  FILLER             PIC X(02) VALUE SPACES.
000481     02  FILLER             PIC X(04) VALUE 'FLAG'.
000482     02  FILLER             PIC X(33) VALUE SPACES.
000483 01  QTR-DETAIL-LINE.
000484     02  FILLER             PIC X(02) VALUE SPACES.
000485     02  QL-DEPT            PIC X(06).
000486     02  QL-EMP-ID          PIC X(07).
000487     02  QL-EMP-NAME        PIC X(22).
000488     02  QL-PAYS            PIC ZZZZ9.
000489     02  FILLER             PIC X(01) VALUE SPACES.
000490     02  QL-GROSS           PIC $$$$,$$$,$$9.99-.
000491     02  FILLER             PIC X(01) VALUE SPACES.
000492     02  QL-TAX             PIC $$$$,$$$,$$9.99-.
000493     02  FILLER             PIC X(01) VALUE SPACES.
000494     02  QL-YTD-DELTA       PIC $$$$,$$$,$$9.99-.
000495     02  FILLER             PIC X(02) VALUE SPACES.
000496     02  QL-FLAG            PIC X(20).
000497     02  FILLER             PIC X(17) VALUE SPACES.
000498 01  QTR-DEPT-LINE.
000499     02  FILLER             PIC X(02) VALUE SPACES.
000500     02  FILLER             PIC X(05) VALUE 'DEPT '.
000501     02  QT-DEPT            PIC X(04).
000502     02  FILLER             PIC X(07) VALUE ' TOTAL '.
000503     02  FILLER             PIC X(11) VALUE 'HEADCOUNT: '.
000504     02  QT-HEADS           PIC ZZ,ZZ9.
000505     02  FILLER             PIC X(08) VALUE SPACES.
000506     02  QT-GROSS           PIC $$$$,$$$,$$9.99-.
000507     02  FILLER             PIC X(01) VALUE SPACES.
000508     02  QT-TAX             PIC $$$$,$$$,$$9.99-.
000509     02  FILLER             PIC X(56) VALUE SPACES.
000510 01  QTR-COMPANY-LINE.
000511     02  FILLER             PIC X(02) VALUE SPACES.
000512     02  FILLER             PIC X(16) VALUE 'COMPANY TOTAL   '.
000513     02  FILLER             PIC X(11) VALUE 'HEADCOUNT: '.
000514     02  QC-HEADS           PIC ZZ,ZZ9.
000515     02  FILLER             PIC X(08) VALUE SPACES.
000516     02  QC-GROSS           PIC $$$$,$$$,$$9.99-.
000517     02  FILLER             PIC X(01) VALUE SPACES.
000518     02  QC-TAX             PIC $$$$,$$$,$$9.99-.
000519     02  FILLER             PIC X(56) VALUE SPACES.
000520 01  QTR-SECTION-LINE.
000521     02  FILLER             PIC X(02) VALUE SPACES.
000522     02  QX-TEXT            PIC X(40) VALUE SPACES.
000523     02  FILLER             PIC X(90) VALUE SPACES.
000524 01  QTR-WARNING-LINE.
000525     02  FILLER             PIC X(04) VALUE SPACES.
000526     02  QW-TEXT            PIC X(60) VALUE SPACES.
000527     02  FILLER             PIC X(68) VALUE SPACES.
000528 01  QTR-PERIOD-WARNING.
000529     02  FILLER             PIC X(07) VALUE 'PERIOD '.
000530     02  QPW-PERIOD-NO      PIC 99.
000531     02  FILLER             PIC X(01) VALUE '/'.
000532     02  QPW-YEAR           PIC 9(04).
000533     02  FILLER             PIC X(08) VALUE ' ENDING '.
000534     02  QPW-PERIOD-END     PIC X(08).
000535     02  FILLER             PIC X(06) VALUE ' PAID '.
000536     02  QPW-PAY-DATE       PIC X(08).
000537     02  FILLER             PIC X(16) VALUE ' - NO PAID BATCH'.
000538 01  QTR-COUNT-WARNING.
000539     02  QCW-COUNT          PIC ZZ,ZZ9.
000540     02  FILLER             PIC X(01) VALUE SPACE.
000541     02  QCW-TEXT           PIC X(53).
000542 01  QTR-TRAILER-LINE.
000543     02  FILLER             PIC X(37)
000544         VALUE '*** END OF QUARTERLY TAX REPORT *** '.
000545     02  FILLER             PIC X(11) VALUE 'EMPLOYEES: '.
000546     02  QR-EMPLOYEES       PIC ZZ,ZZ9.
000547     02  FILLER             PIC X(14) VALUE '  MISMATCHES: '.
000548     02  QR-MISMATCHES      PIC ZZ,ZZ9.
000549     02  FILLER             PIC X(12) VALUE '  WARNINGS: '.
000550     02  QR-WARNINGS        PIC ZZ,ZZ9.
000551     02  FILLER             PIC X(40) VALUE SPACES.
000552 PROCEDURE DIVISION.
000553 0000-MAINLINE.
000554     PERFORM 1000-INITIALIZE-RUN
000555         THRU 1000-EXIT.
000556     PERFORM 2000-SORT-QUARTER
000557         THRU 2000-EXIT.
000558     PERFORM 4000-LIST-QUARTER
000559         THRU 4000-EXIT.
000560     PERFORM 6000-WRITE-WARNINGS
000561         THRU 6000-EXIT.
000562     PERFORM 8000-TERMINATE-RUN
000563         THRU 8000-EXIT.
000564     STOP RUN.
000565*
000566*****************************************************
000567* 1000-INITIALIZE-RUN - PEDE ANO, TRIMESTRE E CODIGO DO
000568* EMPREGADOR, MONTA AS DATAS LIMITE, CARREGA O
000569* CALENDARIO E OS LOTES PAGOS, ABRE OS ARQUIVOS E
000570* GRAVA OS CABECALHOS DO RELATORIO E DO QTRFILE.
000571*****************************************************
000572 1000-INITIALIZE-RUN.
000573     ACCEPT WS-RUN-DATE FROM DATE.
000574     DISPLAY 'QTRTAX - TAX YEAR (YYYY):'.
000575     ACCEPT QTR-YEAR-IN.
000576     IF QTR-YEAR-IN NOT NUMERIC
000577         MOVE 'INVALID TAX YEAR - ENTER YYYY' TO
000578             WS-ABORT-MESSAGE
000579         PERFORM 9000-ABORT-RUN
000580             THRU 9000-EXIT
000581     END-IF.
000582     DISPLAY 'QTRTAX - QUARTER (1-4):'.
000583     ACCEPT QTR-QUARTER-IN.
000584     IF NOT QTR-QUARTER-VALID
000585         MOVE 'INVALID QUARTER - ENTER 1 TO 4' TO
000586             WS-ABORT-MESSAGE
000587         PERFORM 9000-ABORT-RUN
000588             THRU 9000-EXIT
000589     END-IF.
000590     DISPLAY 'QTRTAX - EMPLOYER TAX ID:'.
000591     ACCEPT QTR-EMPLOYER-ID.
000592     IF QTR-EMPLOYER-ID = SPACES
000593         MOVE 'EMPLOYER TAX ID IS REQUIRED' TO
000594             WS-ABORT-MESSAGE
000595         PERFORM 9000-ABORT-RUN
000596             THRU 9000-EXIT
000597     END-IF.
000598     MOVE QTR-YEAR-IN-NUM TO QTR-TAX-YEAR.
000599     DIVIDE QTR-TAX-YEAR BY 100
000600         GIVING QTR-CENTURY
000601         REMAINDER QTR-FROM-YY.
000602     MOVE QTR-FROM-YY TO QTR-TO-YY.
000603     MOVE QTR-FIRST-MM (QTR-QUARTER-NUM) TO QTR-FROM-MM.
000604     MOVE 1 TO QTR-FROM-DD.
000605     MOVE QTR-LAST-MM (QTR-QUARTER-NUM) TO QTR-TO-MM.
000606     MOVE QTR-LAST-DD (QTR-QUARTER-NUM) TO QTR-TO-DD.
000607     MOVE QTR-TO-NUM TO RCL-PERIOD-END.
000608     MOVE QTR-QUARTER-NUM TO RCL-BATCH-NO.
000609     MOVE 'PAYHIST.DAT' TO RCL-FILE-NAME.
000610     MOVE 'S' TO RCL-EVENT.
000611     PERFORM 9100-WRITE-RUN-CONTROL
000612         THRU 9100-EXIT.
000613     OPEN INPUT EMP-FILE.
000614     IF WS-EMPMAST-STATUS NOT = '00'
000615         MOVE 'EMPLOYEE MASTER EMPMAST NOT AVAILABLE' TO
000616             WS-ABORT-MESSAGE
000617         PERFORM 9000-ABORT-RUN
000618             THRU 9000-EXIT
000619     END-IF.
000620     OPEN OUTPUT QTR-RPT-FILE.
000621     IF WS-QTRRPT-STATUS NOT = '00'
000622         MOVE 'REPORT FILE QTRRPT NOT AVAILABLE' TO
000623             WS-ABORT-MESSAGE
000624         PERFORM 9000-ABORT-RUN
000625             THRU 9000-EXIT
000626     END-IF.
000627     OPEN OUTPUT QTR-EFILE.
000628     IF WS-QTRFILE-STATUS NOT = '00'
000629         MOVE 'FILING FILE QTRFILE NOT AVAILABLE' TO
000630             WS-ABORT-MESSAGE
000631         PERFORM 9000-ABORT-RUN
000632             THRU 9000-EXIT
000633     END-IF.
000634     PERFORM 1700-LOAD-CALENDAR
000635         THRU 1700-EXIT.
000636     PERFORM 1900-LOAD-PAID-BATCH
000637         THRU 1900-EXIT.
000638     MOVE QTR-TAX-YEAR TO QH-TAX-YEAR.
000639     MOVE QTR-QUARTER-NUM TO QH-QUARTER.
000640     MOVE QTR-EMPLOYER-ID TO QH-EMPLOYER-ID.
000641     MOVE QTR-FROM-NUM TO QTR-DATE-WORK-NUM.
000642     PERFORM 3900-EDIT-DATE
000643         THRU 3900-EXIT.
000644     MOVE QTR-DATE-EDIT TO QH-FROM-TEXT.
000645     MOVE QTR-TO-NUM TO QTR-DATE-WORK-NUM.
000646     PERFORM 3900-EDIT-DATE
000647         THRU 3900-EXIT.
000648     MOVE QTR-DATE-EDIT TO QH-TO-TEXT.
000649     MOVE WS-RUN-DATE-NUM TO QTR-DATE-WORK-NUM.
000650     PERFORM 3900-EDIT-DATE
000651         THRU 3900-EXIT.
000652     MOVE QTR-DATE-EDIT TO QH-RUN-TEXT.
000653     PERFORM 3800-WRITE-HEADINGS
000654         THRU 3800-EXIT.
000655     MOVE SPACES TO QTR-EFILE-RECORD.
000656     MOVE 'E' TO QE-REC-TYPE.
000657     MOVE QTR-EMPLOYER-ID TO QE-EMPLOYER-ID.
000658     MOVE QTR-TAX-YEAR TO QE-TAX-YEAR.
000659     MOVE QTR-QUARTER-NUM TO QE-QUARTER.
000660     MOVE QTR-FROM-NUM TO QE-FROM-DATE.
000661     MOVE QTR-TO-NUM TO QE-TO-DATE.
000662     MOVE WS-RUN-DATE-NUM TO QE-RUN-DATE.
000663     WRITE QTR-EFILE-RECORD.
000664 1000-EXIT.
000665     EXIT.
000666*
000667*****************************************************
000668* 1700-LOAD-CALENDAR - CARREGA O CALENDARIO DE PERIODOS
000669* DO PAYCAL.DAT; SEM O ARQUIVO A DATA DE PAGAMENTO DE
000670* CADA LINHA E O PROPRIO FIM DE PERIODO, COM AVISO.
000671*****************************************************
000672 1700-LOAD-CALENDAR.
000673     OPEN INPUT CAL-FILE.
000674     IF WS-CAL-STATUS NOT = '00'
000675         GO TO 1700-EXIT
000676     END-IF.
000677     MOVE 'Y' TO WS-CAL-AVAIL-SWITCH.
000678     MOVE 'N' TO WS-CAL-EOF-SWITCH.
000679     PERFORM 1710-READ-CALENDAR
000680         THRU 1710-EXIT.
000681     PERFORM 1720-STORE-CAL-ENTRY
000682         THRU 1720-EXIT
000683         UNTIL CAL-FILE-EOF.
000684     CLOSE CAL-FILE.
000685 1700-EXIT.
000686     EXIT.
000687*
000688*****************************************************
000689* 1710-READ-CALENDAR - LE A PROXIMA ENTRADA DO
000690* CALENDARIO DE PERIODOS.
000691*****************************************************
000692 1710-READ-CALENDAR.
000693     READ CAL-FILE
000694         AT END
000695             MOVE 'Y' TO WS-CAL-EOF-SWITCH
000696     END-READ.
000697 1710-EXIT.
000698     EXIT.
000699*
000700*****************************************************
000701* 1720-STORE-CAL-ENTRY - GUARDA UMA ENTRADA DO
000702* CALENDARIO NA TABELA.
000703*****************************************************
000704 1720-STORE-CAL-ENTRY.
000705     IF CAL-COUNT >= 60
000706         MOVE 'PAYCAL TABLE FULL' TO WS-ABORT-MESSAGE
000707         PERFORM 9000-ABORT-RUN
000708             THRU 9000-EXIT
000709     END-IF.
000710     ADD 1 TO CAL-COUNT.
000711     MOVE CA-YEAR TO CAL-YEAR (CAL-COUNT).
000712     MOVE CA-PERIOD-NO TO CAL-PERIOD-NO (CAL-COUNT).
000713     MOVE CA-PERIOD-END TO CAL-PERIOD-END (CAL-COUNT).
000714     MOVE CA-PAY-DATE TO CAL-PAY-DATE (CAL-COUNT).
000715     PERFORM 1710-READ-CALENDAR
000716         THRU 1710-EXIT.
000717 1720-EXIT.
000718     EXIT.
000719*
000720*****************************************************
000721* 1900-LOAD-PAID-BATCH - CARREGA O PAIDBAT.DAT PARA A
000722* TABELA DE LOTES PAGOS. SEM O ARQUIVO NAO HA COMO
000723* SEPARAR OS RUNS ESTORNADOS, E TODO PERIODO DO
000724* TRIMESTRE SAI SEM LOTE NOS AVISOS.
000725*****************************************************
000726 1900-LOAD-PAID-BATCH.
000727     OPEN INPUT PAID-BATCH-FILE.
000728     IF WS-PAIDBAT-STATUS NOT = '00'
000729         GO TO 1900-EXIT
000730     END-IF.
000731     MOVE 'Y' TO WS-PAIDBAT-AVAIL-SWITCH.
000732     MOVE 'N' TO WS-PAIDBAT-EOF-SWITCH.
000733     PERFORM 1910-READ-PAID-BATCH
000734         THRU 1910-EXIT.
000735     PERFORM 1920-STORE-PAID-ENTRY
000736         THRU 1920-EXIT
000737         UNTIL PAIDBAT-FILE-EOF.
000738     CLOSE PAID-BATCH-FILE.
000739 1900-EXIT.
000740     EXIT.
000741*
000742*****************************************************
000743* 1910-READ-PAID-BATCH - LE O PROXIMO LOTE JA PAGO.
000744*****************************************************
000745 1910-READ-PAID-BATCH.
000746     READ PAID-BATCH-FILE
000747         AT END
000748             MOVE 'Y' TO WS-PAIDBAT-EOF-SWITCH
000749     END-READ.
000750 1910-EXIT.
000751     EXIT.
000752*
000753*****************************************************
000754* 1920-STORE-PAID-ENTRY - GUARDA UM LOTE PAGO NA
000755* TABELA.
000756*****************************************************
000757 1920-STORE-PAID-ENTRY.
000758     IF PAID-COUNT >= 200
000759         MOVE 'PAIDBAT TABLE FULL' TO WS-ABORT-MESSAGE
000760         PERFORM 9000-ABORT-RUN
000761             THRU 9000-EXIT
000762     END-IF.
000763     ADD 1 TO PAID-COUNT.
000764     MOVE PB-PERIOD-END TO PD-PERIOD-END (PAID-COUNT).
000765     MOVE PB-BATCH-NO TO PD-BATCH-NO (PAID-COUNT).
000766     PERFORM 1910-READ-PAID-BATCH
000767         THRU 1910-EXIT.
000768 1920-EXIT.
000769     EXIT.
000770*
000771*****************************************************
000772* 2000-SORT-QUARTER - CLASSIFICA POR DEPARTAMENTO E
000773* FUNCIONARIO AS LINHAS DO TRIMESTRE: HISTORICO ('H')
000774* ANTES DO DIARIO ('J') DE CADA FUNCIONARIO.
000775*****************************************************
000776 2000-SORT-QUARTER.
000777     SORT QTR-SORT-FILE
000778         ON ASCENDING KEY QS-DEPT
000779         ON ASCENDING KEY QS-EMP-ID
000780         ON ASCENDING KEY QS-SOURCE
000781         WITH DUPLICATES IN ORDER
000782         INPUT PROCEDURE IS 2100-RELEASE-QUARTER
000783             THRU 2100-EXIT
000784         GIVING QTR-SORTED-FILE.
000785 2000-EXIT.
000786     EXIT.
000787*
000788*****************************************************
000789* 2100-RELEASE-QUARTER - PROCEDIMENTO DE ENTRADA DO
000790* SORT: HISTORICO VIVO E MORTO, DEPOIS DIARIO VIVO E
000791* MORTO. SEM NENHUM DOS DOIS HISTORICOS NAO HA O QUE
000792* DECLARAR.
000793*****************************************************
000794 2100-RELEASE-QUARTER.
000795     PERFORM 2200-RELEASE-LIVE-HISTORY
000796         THRU 2200-EXIT.
000797     PERFORM 2300-RELEASE-ARCH-HISTORY
000798         THRU 2300-EXIT.
000799     IF NOT HISTORY-AVAILABLE
000800         MOVE 'PAYHIST AND PHARCH BOTH MISSING' TO
000801             WS-ABORT-MESSAGE
000802         PERFORM 9000-ABORT-RUN
000803             THRU 9000-EXIT
000804     END-IF.
000805     PERFORM 2600-RELEASE-LIVE-JOURNAL
000806         THRU 2600-EXIT.
000807     PERFORM 2700-RELEASE-ARCH-JOURNAL
000808         THRU 2700-EXIT.
000809 2100-EXIT.
000810     EXIT.
000811*
000812*****************************************************
000813* 2200-RELEASE-LIVE-HISTORY - PERCORRE O PAYHIST EM
000814* ORDEM DE CHAVE.
000815*****************************************************
000816 2200-RELEASE-LIVE-HISTORY.
000817     OPEN INPUT HIST-FILE.
000818     IF WS-HIST-STATUS NOT = '00'
000819         GO TO 2200-EXIT
000820     END-IF.
000821     MOVE 'Y' TO WS-HIST-AVAIL-SWITCH.
000822     MOVE 'N' TO WS-HIST-EOF-SWITCH.
000823     MOVE LOW-VALUES TO PH-KEY.
000824     START HIST-FILE KEY NOT < PH-KEY
000825         INVALID KEY
000826             MOVE 'Y' TO WS-HIST-EOF-SWITCH
000827     END-START.
000828     PERFORM 2210-READ-NEXT-HIST
000829         THRU 2210-EXIT.
000830     PERFORM 2220-TAKE-LIVE-HIST
000831         THRU 2220-EXIT
000832         UNTIL HIST-FILE-EOF.
000833     CLOSE HIST-FILE.
000834 2200-EXIT.
000835     EXIT.
000836*
000837*****************************************************
000838* 2210-READ-NEXT-HIST - LE A PROXIMA LINHA DO PAYHIST
000839* EM ORDEM DE CHAVE.
000840*****************************************************
000841 2210-READ-NEXT-HIST.
000842     IF HIST-FILE-EOF
000843         GO TO 2210-EXIT
000844     END-IF.
000845     READ HIST-FILE NEXT RECORD
000846         AT END
000847             MOVE 'Y' TO WS-HIST-EOF-SWITCH
000848     END-READ.
000849 2210-EXIT.
000850     EXIT.
000851*
000852*****************************************************
000853* 2220-TAKE-LIVE-HIST - PASSA A LINHA DO PAYHIST PARA
000854* A SELECAO DO TRIMESTRE.
000855*****************************************************
000856 2220-TAKE-LIVE-HIST.
000857     MOVE PH-EMP-ID TO QTR-ROW-EMP-ID.
000858     MOVE PH-PERIOD-END TO QTR-ROW-PERIOD-END.
000859     MOVE PH-BATCH-NO TO QTR-ROW-BATCH-NO.
000860     MOVE PH-GROSS TO QTR-ROW-GROSS.
000861     MOVE PH-TAX TO QTR-ROW-TAX.
000862     PERFORM 2400-SELECT-HISTORY-ROW
000863         THRU 2400-EXIT.
000864     PERFORM 2210-READ-NEXT-HIST
000865         THRU 2210-EXIT.
000866 2220-EXIT.
000867     EXIT.
000868*
000869*****************************************************
000870* 2300-RELEASE-ARCH-HISTORY - PERCORRE O ARQUIVO MORTO
000871* PHARCH.DAT DE TODOS OS ANOS FECHADOS.
000872*****************************************************
000873 2300-RELEASE-ARCH-HISTORY.
000874     OPEN INPUT HIST-ARCH-FILE.
000875     IF WS-PHARCH-STATUS NOT = '00'
000876         GO TO 2300-EXIT
000877     END-IF.
000878     MOVE 'Y' TO WS-HIST-AVAIL-SWITCH.
000879     MOVE 'N' TO WS-PHARCH-EOF-SWITCH.
000880     PERFORM 2310-READ-ARCH-HIST
000881         THRU 2310-EXIT.
000882     PERFORM 2320-TAKE-ARCH-HIST
000883         THRU 2320-EXIT
000884         UNTIL PHARCH-FILE-EOF.
000885     CLOSE HIST-ARCH-FILE.
000886 2300-EXIT.
000887     EXIT.
000888*
000889*****************************************************
000890* 2310-READ-ARCH-HIST - LE A PROXIMA LINHA DO PHARCH.
000891*****************************************************
000892 2310-READ-ARCH-HIST.
000893     READ HIST-ARCH-FILE
000894         AT END
000895             MOVE 'Y' TO WS-PHARCH-EOF-SWITCH
000896     END-READ.
000897 2310-EXIT.
000898     EXIT.
000899*
000900*****************************************************
000901* 2320-TAKE-ARCH-HIST - PASSA A LINHA DO PHARCH PARA A
000902* SELECAO DO TRIMESTRE.
000903*****************************************************
000904 2320-TAKE-ARCH-HIST.
000905     MOVE AH-EMP-ID TO QTR-ROW-EMP-ID.
000906     MOVE AH-PERIOD-END TO QTR-ROW-PERIOD-END.
000907     MOVE AH-BATCH-NO TO QTR-ROW-BATCH-NO.
000908     MOVE AH-GROSS TO QTR-ROW-GROSS.
000909     MOVE AH-TAX TO QTR-ROW-TAX.
000910     PERFORM 2400-SELECT-HISTORY-ROW
000911         THRU 2400-EXIT.
000912     PERFORM 2310-READ-ARCH-HIST
000913         THRU 2310-EXIT.
000914 2320-EXIT.
000915     EXIT.
000916*
000917*****************************************************
000918* 2400-SELECT-HISTORY-ROW - LINHA DO HISTORICO COM
000919* DATA DE PAGAMENTO NO TRIMESTRE E LOTE AINDA NO
000920* PAIDBAT VAI PARA O SORT; LOTE FORA DO PAIDBAT FOI
000921* ESTORNADO PELO PAYBKOUT E SO E CONTADO.
000922*****************************************************
000923 2400-SELECT-HISTORY-ROW.
000924     PERFORM 2500-FIND-PAY-DATE
000925         THRU 2500-EXIT.
000926     IF QTR-ROW-PAY-DATE < QTR-FROM-NUM
000927             OR QTR-ROW-PAY-DATE > QTR-TO-NUM
000928         GO TO 2400-EXIT
000929     END-IF.
000930     IF PAIDBAT-AVAILABLE
000931         PERFORM 2550-CHECK-BATCH-PAID
000932             THRU 2550-EXIT
000933         IF NOT QTR-ROW-BATCH-PAID
000934             ADD 1 TO QTR-BACKED-OUT-ROWS
000935             GO TO 2400-EXIT
000936         END-IF
000937     END-IF.
000938     IF NOT QTR-ROW-IN-CALENDAR
000939         ADD 1 TO QTR-NO-CAL-ROWS
000940     END-IF.
000941     ADD 1 TO QTR-HIST-ROWS.
000942     MOVE 'H' TO QTR-ROW-SOURCE.
000943     PERFORM 2450-RELEASE-ROW
000944         THRU 2450-EXIT.
000945 2400-EXIT.
000946     EXIT.
000947*
000948*****************************************************
000949* 2450-RELEASE-ROW - COMPLETA A LINHA COM DEPARTAMENTO
000950* E NOME DO CADASTRO E A LIBERA PARA O SORT;
000951* FUNCIONARIO FORA DO EMPMAST SAI NO DEPARTAMENTO
000952* '????'.
000953*****************************************************
000954 2450-RELEASE-ROW.
000955     MOVE SPACES TO QTR-SORT-RECORD.
000956     MOVE QTR-ROW-SOURCE TO QS-SOURCE.
000957     MOVE QTR-ROW-EMP-ID TO QS-EMP-ID.
000958     MOVE QTR-ROW-GROSS TO QS-GROSS.
000959     MOVE QTR-ROW-TAX TO QS-TAX.
000960     MOVE QTR-ROW-EMP-ID TO EM-EMP-ID.
000961     READ EMP-FILE
000962         INVALID KEY
000963             MOVE '????' TO QS-DEPT
000964             MOVE '** NOT ON EMPMAST **' TO QS-EMP-NAME
000965             ADD 1 TO QTR-NO-EMP-ROWS
000966         NOT INVALID KEY
000967             MOVE EM-DEPT TO QS-DEPT
000968             MOVE EM-NAME TO QS-EMP-NAME
000969     END-READ.
000970     RELEASE QTR-SORT-RECORD.
000971 2450-EXIT.
000972     EXIT.
000973*
000974*****************************************************
000975* 2500-FIND-PAY-DATE - DATA DE PAGAMENTO DA LINHA: A DO
000976* PERIODO NO CALENDARIO PARA OS LOTES NORMAIS; PARA O
000977* RUN FORA DE CICLO (LOTE 9000-9999) E PARA AS ACOES
000978* FORA DE RUN DO DIARIO (LOTE 0000) O FIM DE PERIODO
000979* JA E A DATA DO DIA. PERIODO FORA DO CALENDARIO FICA
000980* COM O FIM DE PERIODO E E APONTADO.
000981*****************************************************
000982 2500-FIND-PAY-DATE.
000983     MOVE 'Y' TO QTR-ROW-CAL-SWITCH.
000984     MOVE QTR-ROW-PERIOD-END TO QTR-ROW-PAY-DATE.
000985     IF QTR-ROW-BATCH-NO = ZERO
000986             OR QTR-ROW-BATCH-NO NOT < 9000
000987         GO TO 2500-EXIT
000988     END-IF.
000989     MOVE ZERO TO CAL-HIT-SUB.
000990     PERFORM 2510-MATCH-CAL-ENTRY
000991         THRU 2510-EXIT
000992         VARYING CAL-SUB FROM 1 BY 1
000993         UNTIL CAL-SUB > CAL-COUNT
000994         OR CAL-HIT-SUB > ZERO.
000995     IF CAL-HIT-SUB = ZERO
000996         MOVE 'N' TO QTR-ROW-CAL-SWITCH
000997     ELSE
000998         MOVE CAL-PAY-DATE (CAL-HIT-SUB) TO QTR-ROW-PAY-DATE
000999     END-IF.
001000 2500-EXIT.
001001     EXIT.
001002*
001003*****************************************************
001004* 2510-MATCH-CAL-ENTRY - COMPARA UMA ENTRADA DO
001005* CALENDARIO COM O FIM DE PERIODO DA LINHA.
001006*****************************************************
001007 2510-MATCH-CAL-ENTRY.
001008     IF CAL-PERIOD-END (CAL-SUB) = QTR-ROW-PERIOD-END
001009         MOVE CAL-SUB TO CAL-HIT-SUB
001010     END-IF.
001011 2510-EXIT.
001012     EXIT.
001013*
001014*****************************************************
001015* 2550-CHECK-BATCH-PAID - PROCURA O PERIODO/LOTE DA
001016* LINHA NA TABELA DE LOTES PAGOS.
001017*****************************************************
001018 2550-CHECK-BATCH-PAID.
001019     MOVE 'N' TO QTR-ROW-PAID-SWITCH.
001020     PERFORM 2560-MATCH-PAID-BATCH
001021         THRU 2560-EXIT
001022         VARYING PAID-SUB FROM 1 BY 1
001023         UNTIL PAID-SUB > PAID-COUNT
001024         OR QTR-ROW-BATCH-PAID.
001025 2550-EXIT.
001026     EXIT.
001027*
001028*****************************************************
001029* 2560-MATCH-PAID-BATCH - COMPARA UM LOTE PAGO COM O
001030* LOTE DA LINHA.
001031*****************************************************
001032 2560-MATCH-PAID-BATCH.
001033     IF PD-PERIOD-END (PAID-SUB) = QTR-ROW-PERIOD-END
001034         AND PD-BATCH-NO (PAID-SUB) = QTR-ROW-BATCH-NO
001035         MOVE 'Y' TO QTR-ROW-PAID-SWITCH
001036     END-IF.
001037 2560-EXIT.
001038     EXIT.
001039*
001040*****************************************************
001041* 2600-RELEASE-LIVE-JOURNAL - PERCORRE O YTDJRNL.DAT.
001042*****************************************************
001043 2600-RELEASE-LIVE-JOURNAL.
001044     OPEN INPUT JOURNAL-FILE.
001045     IF WS-JOURNAL-STATUS NOT = '00'
001046         GO TO 2600-EXIT
001047     END-IF.
001048     MOVE 'Y' TO WS-JRN-AVAIL-SWITCH.
001049     MOVE 'N' TO WS-JOURNAL-EOF-SWITCH.
001050     PERFORM 2610-READ-JOURNAL
001051         THRU 2610-EXIT.
001052     PERFORM 2620-TAKE-LIVE-JOURNAL
001053         THRU 2620-EXIT
001054         UNTIL JOURNAL-FILE-EOF.
001055     CLOSE JOURNAL-FILE.
001056 2600-EXIT.
001057     EXIT.
001058*
001059*****************************************************
001060* 2610-READ-JOURNAL - LE O PROXIMO REGISTRO DO DIARIO.
001061*****************************************************
001062 2610-READ-JOURNAL.
001063     READ JOURNAL-FILE
001064         AT END
001065             MOVE 'Y' TO WS-JOURNAL-EOF-SWITCH
001066     END-READ.
001067 2610-EXIT.
001068     EXIT.
001069*
001070*****************************************************
001071* 2620-TAKE-LIVE-JOURNAL - PASSA O DELTA DE GROSS DO
001072* REGISTRO DO DIARIO PARA A SELECAO DO TRIMESTRE; A
001073* VIRADA DE ANO DO YEAREND NAO E PAGAMENTO E FICA DE
001074* FORA.
001075*****************************************************
001076 2620-TAKE-LIVE-JOURNAL.
001077     IF JOURNAL-YEAREND-ACTION
001078         GO TO 2620-READ-NEXT
001079     END-IF.
001080     MOVE JR-EMP-ID TO QTR-ROW-EMP-ID.
001081     MOVE JR-PERIOD-END TO QTR-ROW-PERIOD-END.
001082     MOVE JR-BATCH-NO TO QTR-ROW-BATCH-NO.
001083     SUBTRACT JR-BEF-GROSS FROM JR-AFT-GROSS
001084         GIVING QTR-ROW-GROSS.
001085     PERFORM 2800-SELECT-JOURNAL-ROW
001086         THRU 2800-EXIT.
001087 2620-READ-NEXT.
001088     PERFORM 2610-READ-JOURNAL
001089         THRU 2610-EXIT.
001090 2620-EXIT.
001091     EXIT.
001092*
001093*****************************************************
001094* 2700-RELEASE-ARCH-JOURNAL - PERCORRE O ARQUIVO MORTO
001095* DO DIARIO JRNARCH.DAT DE TODOS OS ANOS FECHADOS.
001096*****************************************************
001097 2700-RELEASE-ARCH-JOURNAL.
001098     OPEN INPUT JRN-ARCH-FILE.
001099     IF WS-JRNARCH-STATUS NOT = '00'
001100         GO TO 2700-EXIT
001101     END-IF.
001102     MOVE 'Y' TO WS-JRN-AVAIL-SWITCH.
001103     MOVE 'N' TO WS-JRNARCH-EOF-SWITCH.
001104     PERFORM 2710-READ-ARCH-JOURNAL
001105         THRU 2710-EXIT.
001106     PERFORM 2720-TAKE-ARCH-JOURNAL
001107         THRU 2720-EXIT
001108         UNTIL JRNARCH-FILE-EOF.
001109     CLOSE JRN-ARCH-FILE.
001110 2700-EXIT.
001111     EXIT.
001112*
001113*****************************************************
001114* 2710-READ-ARCH-JOURNAL - LE O PROXIMO REGISTRO DO
001115* JRNARCH.
001116*****************************************************
001117 2710-READ-ARCH-JOURNAL.
001118     READ JRN-ARCH-FILE
001119         AT END
001120             MOVE 'Y' TO WS-JRNARCH-EOF-SWITCH
001121     END-READ.
001122 2710-EXIT.
001123     EXIT.
001124*
001125*****************************************************
001126* 2720-TAKE-ARCH-JOURNAL - COMO A 2620, PARA O
001127* REGISTRO DO ARQUIVO MORTO.
001128*****************************************************
001129 2720-TAKE-ARCH-JOURNAL.
001130     IF AJ-ACTION = 'Y'
001131         GO TO 2720-READ-NEXT
001132     END-IF.
001133     MOVE AJ-EMP-ID TO QTR-ROW-EMP-ID.
001134     MOVE AJ-PERIOD-END TO QTR-ROW-PERIOD-END.
001135     MOVE AJ-BATCH-NO TO QTR-ROW-BATCH-NO.
001136     SUBTRACT AJ-BEF-GROSS FROM AJ-AFT-GROSS
001137         GIVING QTR-ROW-GROSS.
001138     PERFORM 2800-SELECT-JOURNAL-ROW
001139         THRU 2800-EXIT.
001140 2720-READ-NEXT.
001141     PERFORM 2710-READ-ARCH-JOURNAL
001142         THRU 2710-EXIT.
001143 2720-EXIT.
001144     EXIT.
001145*
001146*****************************************************
001147* 2800-SELECT-JOURNAL-ROW - DELTA DO DIARIO COM DATA DE
001148* PAGAMENTO NO TRIMESTRE VAI PARA O SORT. O ESTORNO
001149* ('V') LEVA O RUN-ID DO RUN ESTORNADO E CAI NO MESMO
001150* TRIMESTRE, ZERANDO O RUN.
001151*****************************************************
001152 2800-SELECT-JOURNAL-ROW.
001153     PERFORM 2500-FIND-PAY-DATE
001154         THRU 2500-EXIT.
001155     IF QTR-ROW-PAY-DATE < QTR-FROM-NUM
001156             OR QTR-ROW-PAY-DATE > QTR-TO-NUM
001157         GO TO 2800-EXIT
001158     END-IF.
001159     ADD 1 TO QTR-JRN-ROWS.
001160     MOVE ZERO TO QTR-ROW-TAX.
001161     MOVE 'J' TO QTR-ROW-SOURCE.
001162     PERFORM 2450-RELEASE-ROW
001163         THRU 2450-EXIT.
001164 2800-EXIT.
001165     EXIT.
001166*
001167*****************************************************
001168* 3800-WRITE-HEADINGS - SALTA PAGINA E IMPRIME TITULO,
001169* DATAS DO TRIMESTRE E CABECALHO DAS COLUNAS.
001170*****************************************************
001171 3800-WRITE-HEADINGS.
001172     WRITE QTRRPT-REC FROM QTR-TITLE-LINE
001173         AFTER ADVANCING PAGE.
001174     WRITE QTRRPT-REC FROM QTR-DATE-LINE
001175         AFTER ADVANCING 1 LINE.
001176     WRITE QTRRPT-REC FROM QTR-COLUMN-HEADING
001177         AFTER ADVANCING 2 LINES.
001178     MOVE 5 TO QTR-LINE-COUNT.
001179 3800-EXIT.
001180     EXIT.
001181*
001182*****************************************************
001183* 3900-EDIT-DATE - EDITA A DATA AAMMDD DE
001184* QTR-DATE-WORK-NUM EM QTR-DATE-EDIT (MM/DD/AA).
001185*****************************************************
001186 3900-EDIT-DATE.
001187     MOVE QTR-DATE-MM TO QTR-EDIT-MM.
001188     MOVE QTR-DATE-DD TO QTR-EDIT-DD.
001189     MOVE QTR-DATE-YY TO QTR-EDIT-YY.
001190 3900-EXIT.
001191     EXIT.
001192*
001193*****************************************************
001194* 4000-LIST-QUARTER - LE AS LINHAS CLASSIFICADAS COM
001195* QUEBRA POR FUNCIONARIO E POR DEPARTAMENTO E IMPRIME
001196* O TOTAL DA EMPRESA.
001197*****************************************************
001198 4000-LIST-QUARTER.
001199     OPEN INPUT QTR-SORTED-FILE.
001200     IF WS-SORTED-STATUS NOT = '00'
001201         MOVE 'SORTED FILE QTRSRTD NOT AVAILABLE' TO
001202             WS-ABORT-MESSAGE
001203         PERFORM 9000-ABORT-RUN
001204             THRU 9000-EXIT
001205     END-IF.
001206     MOVE 'N' TO WS-SORTED-EOF-SWITCH.
001207     PERFORM 4100-READ-SORTED
001208         THRU 4100-EXIT.
001209     PERFORM 4200-PROCESS-SORTED
001210         THRU 4200-EXIT
001211         UNTIL SORTED-FILE-EOF.
001212     CLOSE QTR-SORTED-FILE.
001213     IF EMPLOYEE-GROUP-OPEN
001214         PERFORM 4300-END-EMPLOYEE
001215             THRU 4300-EXIT
001216         PERFORM 4400-END-DEPT
001217             THRU 4400-EXIT
001218     END-IF.
001219     MOVE QTR-TOT-HEADS TO QC-HEADS.
001220     MOVE QTR-TOT-GROSS TO QC-GROSS.
001221     MOVE QTR-TOT-TAX TO QC-TAX.
001222     WRITE QTRRPT-REC FROM QTR-COMPANY-LINE
001223         AFTER ADVANCING 2 LINES.
001224     ADD 2 TO QTR-LINE-COUNT.
001225 4000-EXIT.
001226     EXIT.
001227*
001228*****************************************************
001229* 4100-READ-SORTED - LE A PROXIMA LINHA CLASSIFICADA.
001230*****************************************************
001231 4100-READ-SORTED.
001232     READ QTR-SORTED-FILE
001233         AT END
001234             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
001235     END-READ.
001236 4100-EXIT.
001237     EXIT.
001238*
001239*****************************************************
001240* 4200-PROCESS-SORTED - FECHA O FUNCIONARIO E O
001241* DEPARTAMENTO QUANDO MUDAM E ACUMULA A LINHA: O
001242* HISTORICO SOMA PAGAMENTO, GROSS E IMPOSTO; O DIARIO
001243* SOMA A VARIACAO DO GROSS NO YTDFILE.
001244*****************************************************
001245 4200-PROCESS-SORTED.
001246     IF EMPLOYEE-GROUP-OPEN
001247         IF QD-EMP-ID NOT = QTR-CURR-EMP
001248                 OR QD-DEPT NOT = QTR-CURR-DEPT
001249             PERFORM 4300-END-EMPLOYEE
001250                 THRU 4300-EXIT
001251         END-IF
001252         IF QD-DEPT NOT = QTR-CURR-DEPT
001253             PERFORM 4400-END-DEPT
001254                 THRU 4400-EXIT
001255         END-IF
001256     END-IF.
001257     IF NOT EMPLOYEE-GROUP-OPEN
001258         PERFORM 4250-START-EMPLOYEE
001259             THRU 4250-EXIT
001260     END-IF.
001261     IF QD-HISTORY-LINE
001262         ADD 1 TO QTR-EMP-PAYS
001263         ADD QD-GROSS TO QTR-EMP-GROSS
001264         ADD QD-TAX TO QTR-EMP-TAX
001265     ELSE
001266         ADD QD-GROSS TO QTR-EMP-YTD-DELTA
001267     END-IF.
001268     PERFORM 4100-READ-SORTED
001269         THRU 4100-EXIT.
001270 4200-EXIT.
001271     EXIT.
001272*
001273*****************************************************
001274* 4250-START-EMPLOYEE - ABRE OS ACUMULADOS DE UM NOVO
001275* FUNCIONARIO.
001276*****************************************************
001277 4250-START-EMPLOYEE.
001278     MOVE QD-DEPT TO QTR-CURR-DEPT.
001279     MOVE QD-EMP-ID TO QTR-CURR-EMP.
001280     MOVE QD-EMP-NAME TO QTR-CURR-NAME.
001281     MOVE ZERO TO QTR-EMP-PAYS.
001282     MOVE ZERO TO QTR-EMP-GROSS.
001283     MOVE ZERO TO QTR-EMP-TAX.
001284     MOVE ZERO TO QTR-EMP-YTD-DELTA.
001285     MOVE 'Y' TO WS-GROUP-SWITCH.
001286 4250-EXIT.
001287     EXIT.
001288*
001289*****************************************************
001290* 4300-END-EMPLOYEE - IMPRIME O FUNCIONARIO, CONFERE O
001291* GROSS DO TRIMESTRE COM A VARIACAO DO YTD NO MESMO
001292* TRIMESTRE E GRAVA O REGISTRO 'S' DO QTRFILE PARA
001293* QUEM TEVE PAGAMENTO.
001294*****************************************************
001295 4300-END-EMPLOYEE.
001296     MOVE SPACE TO QTR-EMP-FLAG.
001297     MOVE SPACES TO QL-FLAG.
001298     IF JOURNAL-AVAILABLE
001299         AND QTR-EMP-GROSS NOT = QTR-EMP-YTD-DELTA
001300         MOVE 'M' TO QTR-EMP-FLAG
001301         MOVE 'YTD MISMATCH' TO QL-FLAG
001302         ADD 1 TO QTR-MISMATCH-COUNT
001303     END-IF.
001304     IF QTR-EMP-GROSS NOT = ZERO
001305         ADD 1 TO QTR-DEPT-HEADS
001306     END-IF.
001307     ADD QTR-EMP-GROSS TO QTR-DEPT-GROSS.
001308     ADD QTR-EMP-TAX TO QTR-DEPT-TAX.
001309     IF QTR-LINE-COUNT > 55
001310         PERFORM 3800-WRITE-HEADINGS
001311             THRU 3800-EXIT
001312     END-IF.
001313     MOVE QTR-CURR-DEPT TO QL-DEPT.
001314     MOVE QTR-CURR-EMP TO QL-EMP-ID.
001315     MOVE QTR-CURR-NAME TO QL-EMP-NAME.
001316     MOVE QTR-EMP-PAYS TO QL-PAYS.
001317     MOVE QTR-EMP-GROSS TO QL-GROSS.
001318     MOVE QTR-EMP-TAX TO QL-TAX.
001319     MOVE QTR-EMP-YTD-DELTA TO QL-YTD-DELTA.
001320     WRITE QTRRPT-REC FROM QTR-DETAIL-LINE
001321         AFTER ADVANCING 1 LINE.
001322     ADD 1 TO QTR-LINE-COUNT.
001323     MOVE 'N' TO WS-GROUP-SWITCH.
001324     IF QTR-EMP-PAYS = ZERO
001325         GO TO 4300-EXIT
001326     END-IF.
001327     ADD 1 TO QTR-TOT-EMPLOYEES.
001328     MOVE SPACES TO QTR-EFILE-RECORD.
001329     MOVE 'S' TO QE-REC-TYPE.
001330     MOVE QTR-CURR-EMP TO QE-EMP-ID.
001331     MOVE QTR-CURR-NAME TO QE-EMP-NAME.
001332     MOVE QTR-CURR-DEPT TO QE-DEPT.
001333     MOVE QTR-EMP-GROSS TO QE-QTD-GROSS.
001334     MOVE QTR-EMP-TAX TO QE-QTD-TAX.
001335     MOVE QTR-EMP-PAYS TO QE-PAY-COUNT.
001336     MOVE QTR-EMP-FLAG TO QE-YTD-FLAG.
001337     WRITE QTR-EFILE-RECORD.
001338 4300-EXIT.
001339     EXIT.
001340*
001341*****************************************************
001342* 4400-END-DEPT - IMPRIME O TOTAL DO DEPARTAMENTO E O
001343* SOMA AO TOTAL DA EMPRESA.
001344*****************************************************
001345 4400-END-DEPT.
001346     MOVE QTR-CURR-DEPT TO QT-DEPT.
001347     MOVE QTR-DEPT-HEADS TO QT-HEADS.
001348     MOVE QTR-DEPT-GROSS TO QT-GROSS.
001349     MOVE QTR-DEPT-TAX TO QT-TAX.
001350     WRITE QTRRPT-REC FROM QTR-DEPT-LINE
001351         AFTER ADVANCING 2 LINES.
001352     MOVE SPACES TO QTRRPT-REC.
001353     WRITE QTRRPT-REC
001354         AFTER ADVANCING 1 LINE.
001355     ADD 3 TO QTR-LINE-COUNT.
001356     ADD QTR-DEPT-HEADS TO QTR-TOT-HEADS.
001357     ADD QTR-DEPT-GROSS TO QTR-TOT-GROSS.
001358     ADD QTR-DEPT-TAX TO QTR-TOT-TAX.
001359     MOVE ZERO TO QTR-DEPT-HEADS.
001360     MOVE ZERO TO QTR-DEPT-GROSS.
001361     MOVE ZERO TO QTR-DEPT-TAX.
001362 4400-EXIT.
001363     EXIT.
001364*
001365*****************************************************
001366* 6000-WRITE-WARNINGS - LISTA OS PERIODOS DO
001367* CALENDARIO PAGOS NO TRIMESTRE SEM LOTE NO PAIDBAT,
001368* OS ARQUIVOS QUE FALTARAM E AS LINHAS DEIXADAS DE
001369* FORA OU SEM CADASTRO.
001370*****************************************************
001371 6000-WRITE-WARNINGS.
001372     IF QTR-LINE-COUNT > 45
001373         PERFORM 3800-WRITE-HEADINGS
001374             THRU 3800-EXIT
001375     END-IF.
001376     MOVE 'WARNINGS' TO QX-TEXT.
001377     WRITE QTRRPT-REC FROM QTR-SECTION-LINE
001378         AFTER ADVANCING 3 LINES.
001379     ADD 3 TO QTR-LINE-COUNT.
001380     IF NOT CALENDAR-AVAILABLE
001381         MOVE 'NO PAYCAL - PAY DATE TAKEN AS PERIOD END' TO
001382             QW-TEXT
001383         PERFORM 6900-WRITE-WARNING
001384             THRU 6900-EXIT
001385     ELSE
001386         PERFORM 6100-CHECK-PERIOD
001387             THRU 6100-EXIT
001388             VARYING CAL-SUB FROM 1 BY 1
001389             UNTIL CAL-SUB > CAL-COUNT
001390         IF QTR-PERIOD-COUNT = ZERO
001391             MOVE 'NO PAYCAL PERIOD IS PAID IN THIS QUARTER' TO
001392                 QW-TEXT
001393             PERFORM 6900-WRITE-WARNING
001394                 THRU 6900-EXIT
001395         END-IF
001396     END-IF.
001397     IF NOT PAIDBAT-AVAILABLE
001398         MOVE 'NO PAIDBAT - BACKED-OUT RUNS NOT LEFT OUT' TO
001399             QW-TEXT
001400         PERFORM 6900-WRITE-WARNING
001401             THRU 6900-EXIT
001402     END-IF.
001403     IF NOT JOURNAL-AVAILABLE
001404         MOVE 'YTDJRNL/JRNARCH NOT AVAILABLE - YTD NOT CHECKED' TO
001405             QW-TEXT
001406         PERFORM 6900-WRITE-WARNING
001407             THRU 6900-EXIT
001408     END-IF.
001409     IF QTR-HIST-ROWS = ZERO
001410         MOVE 'NO PAY HISTORY FOUND FOR THIS QUARTER' TO QW-TEXT
001411         PERFORM 6900-WRITE-WARNING
001412             THRU 6900-EXIT
001413     END-IF.
001414     IF QTR-BACKED-OUT-ROWS > ZERO
001415         MOVE QTR-BACKED-OUT-ROWS TO QCW-COUNT
001416         MOVE 'PAY LINES OF BACKED-OUT RUNS LEFT OUT' TO QCW-TEXT
001417         PERFORM 6800-WRITE-COUNT-WARNING
001418             THRU 6800-EXIT
001419     END-IF.
001420     IF QTR-NO-CAL-ROWS > ZERO
001421         MOVE QTR-NO-CAL-ROWS TO QCW-COUNT
001422         MOVE 'PAY LINES NOT ON PAYCAL - PERIOD END USED' TO
001423             QCW-TEXT
001424         PERFORM 6800-WRITE-COUNT-WARNING
001425             THRU 6800-EXIT
001426     END-IF.
001427     IF QTR-NO-EMP-ROWS > ZERO
001428         MOVE QTR-NO-EMP-ROWS TO QCW-COUNT
001429         MOVE 'LINES FOR EMPLOYEES NOT ON EMPMAST' TO QCW-TEXT
001430         PERFORM 6800-WRITE-COUNT-WARNING
001431             THRU 6800-EXIT
001432     END-IF.
001433     IF QTR-MISMATCH-COUNT > ZERO
001434         MOVE QTR-MISMATCH-COUNT TO QCW-COUNT
001435         MOVE 'EMPLOYEES WITH QTD GROSS NOT EQUAL TO YTD CHANGE'
001436             TO QCW-TEXT
001437         PERFORM 6800-WRITE-COUNT-WARNING
001438             THRU 6800-EXIT
001439     END-IF.
001440     IF QTR-WARNING-COUNT = ZERO
001441         MOVE 'NONE' TO QW-TEXT
001442         WRITE QTRRPT-REC FROM QTR-WARNING-LINE
001443             AFTER ADVANCING 1 LINE
001444         ADD 1 TO QTR-LINE-COUNT
001445     END-IF.
001446 6000-EXIT.
001447     EXIT.
001448*
001449*****************************************************
001450* 6100-CHECK-PERIOD - PERIODO DO CALENDARIO PAGO NO
001451* TRIMESTRE PRECISA DE UM LOTE NORMAL (NAO FORA DE
001452* CICLO) NO PAIDBAT COM O SEU FIM DE PERIODO.
001453*****************************************************
001454 6100-CHECK-PERIOD.
001455     IF CAL-PAY-DATE (CAL-SUB) < QTR-FROM-NUM
001456             OR CAL-PAY-DATE (CAL-SUB) > QTR-TO-NUM
001457         GO TO 6100-EXIT
001458     END-IF.
001459     ADD 1 TO QTR-PERIOD-COUNT.
001460     MOVE 'N' TO QTR-ROW-PAID-SWITCH.
001461     PERFORM 6110-MATCH-PERIOD-BATCH
001462         THRU 6110-EXIT
001463         VARYING PAID-SUB FROM 1 BY 1
001464         UNTIL PAID-SUB > PAID-COUNT
001465         OR QTR-ROW-BATCH-PAID.
001466     IF QTR-ROW-BATCH-PAID
001467         GO TO 6100-EXIT
001468     END-IF.
001469     ADD 1 TO QTR-UNPAID-PERIODS.
001470     MOVE CAL-PERIOD-NO (CAL-SUB) TO QPW-PERIOD-NO.
001471     MOVE CAL-YEAR (CAL-SUB) TO QPW-YEAR.
001472     MOVE CAL-PERIOD-END (CAL-SUB) TO QTR-DATE-WORK-NUM.
001473     PERFORM 3900-EDIT-DATE
001474         THRU 3900-EXIT.
001475     MOVE QTR-DATE-EDIT TO QPW-PERIOD-END.
001476     MOVE CAL-PAY-DATE (CAL-SUB) TO QTR-DATE-WORK-NUM.
001477     PERFORM 3900-EDIT-DATE
001478         THRU 3900-EXIT.
001479     MOVE QTR-DATE-EDIT TO QPW-PAY-DATE.
001480     MOVE QTR-PERIOD-WARNING TO QW-TEXT.
001481     PERFORM 6900-WRITE-WARNING
001482         THRU 6900-EXIT.
001483 6100-EXIT.
001484     EXIT.
001485*
001486*****************************************************
001487* 6110-MATCH-PERIOD-BATCH - COMPARA UM LOTE PAGO COM O
001488* PERIODO DO CALENDARIO EM EXAME.
001489*****************************************************
001490 6110-MATCH-PERIOD-BATCH.
001491     IF PD-PERIOD-END (PAID-SUB) = CAL-PERIOD-END (CAL-SUB)
001492         AND PD-BATCH-NO (PAID-SUB) < 9000
001493         MOVE 'Y' TO QTR-ROW-PAID-SWITCH
001494     END-IF.
001495 6110-EXIT.
001496     EXIT.
001497*
001498*****************************************************
001499* 6800-WRITE-COUNT-WARNING - IMPRIME UM AVISO COM
001500* CONTAGEM.
001501*****************************************************
001502 6800-WRITE-COUNT-WARNING.
001503     MOVE QTR-COUNT-WARNING TO QW-TEXT.
001504     PERFORM 6900-WRITE-WARNING
001505         THRU 6900-EXIT.
001506 6800-EXIT.
001507     EXIT.
001508*
001509*****************************************************
001510* 6900-WRITE-WARNING - IMPRIME A LINHA DE AVISO
001511* MONTADA EM QW-TEXT.
001512*****************************************************
001513 6900-WRITE-WARNING.
001514     IF QTR-LINE-COUNT > 55
001515         PERFORM 3800-WRITE-HEADINGS
001516             THRU 3800-EXIT
001517     END-IF.
001518     WRITE QTRRPT-REC FROM QTR-WARNING-LINE
001519         AFTER ADVANCING 1 LINE.
001520     ADD 1 TO QTR-LINE-COUNT.
001521     ADD 1 TO QTR-WARNING-COUNT.
001522 6900-EXIT.
001523     EXIT.
001524*
001525*****************************************************
001526* 8000-TERMINATE-RUN - GRAVA O TRAILER 'T' DO QTRFILE
001527* E O FIM DO RELATORIO, FECHA OS ARQUIVOS E DEVOLVE
001528* RETURN-CODE 8 SE HOUVE DIVERGENCIA COM O YTD,
001529* PERIODO SEM LOTE PAGO, NENHUMA LINHA DE HISTORICO NO
001530* TRIMESTRE OU NENHUM PERIODO DO PAYCAL PAGO NELE.
001531*****************************************************
001532 8000-TERMINATE-RUN.
001533     MOVE SPACES TO QTR-EFILE-RECORD.
001534     MOVE 'T' TO QE-REC-TYPE.
001535     MOVE QTR-TOT-EMPLOYEES TO QE-EMP-COUNT.
001536     MOVE QTR-TOT-HEADS TO QE-HEAD-COUNT.
001537     MOVE QTR-TOT-GROSS TO QE-TOT-GROSS.
001538     MOVE QTR-TOT-TAX TO QE-TOT-TAX.
001539     WRITE QTR-EFILE-RECORD.
001540     MOVE QTR-TOT-EMPLOYEES TO QR-EMPLOYEES.
001541     MOVE QTR-MISMATCH-COUNT TO QR-MISMATCHES.
001542     MOVE QTR-WARNING-COUNT TO QR-WARNINGS.
001543     WRITE QTRRPT-REC FROM QTR-TRAILER-LINE
001544         AFTER ADVANCING 3 LINES.
001545     CLOSE EMP-FILE.
001546     CLOSE QTR-RPT-FILE.
001547     CLOSE QTR-EFILE.
001548     IF QTR-HIST-ROWS = ZERO
001549         DISPLAY 'QTRTAX - NO PAY HISTORY FOUND FOR THE QUARTER'
001550         MOVE 8 TO RETURN-CODE
001551     END-IF.
001552     IF QTR-PERIOD-COUNT = ZERO
001553         DISPLAY 'QTRTAX - NO PAYCAL PERIOD PAID IN THE QUARTER'
001554         MOVE 8 TO RETURN-CODE
001555     END-IF.
001556     IF QTR-MISMATCH-COUNT NOT = ZERO
001557         OR QTR-UNPAID-PERIODS NOT = ZERO
001558         DISPLAY 'QTRTAX - YTD MISMATCHES: ' QTR-MISMATCH-COUNT
001559             ' UNPAID PERIODS: ' QTR-UNPAID-PERIODS
001560         MOVE 8 TO RETURN-CODE
001561     END-IF.
001562     IF RETURN-CODE = ZERO
001563         DISPLAY 'QTRTAX COMPLETE - QTRFILE READY TO FILE'
001564     ELSE
001565         DISPLAY 'QTRTAX - REVIEW QTRRPT BEFORE FILING QTRFILE'
001566     END-IF.
001567     MOVE QTR-HIST-ROWS TO RCL-REC-COUNT.
001568     MOVE QTR-TOT-GROSS TO RCL-HASH-TOTAL.
001569     MOVE 'F' TO RCL-EVENT.
001570     MOVE RETURN-CODE TO RCL-RETURN-CODE.
001571     PERFORM 9100-WRITE-RUN-CONTROL
001572         THRU 9100-EXIT.
001573 8000-EXIT.
001574     EXIT.
001575*
001576*****************************************************
001577* 9000-ABORT-RUN - ENCERRA O PROGRAMA COM ERRO GRAVE:
001578* MOSTRA A MENSAGEM NO CONSOLE DO OPERADOR E DEVOLVE
001579* RETURN-CODE 16.
001580*****************************************************
001581 9000-ABORT-RUN.
001582     DISPLAY 'QTRTAX *** RUN ABORTED *** '
001583         WS-ABORT-MESSAGE.
001584     MOVE 16 TO RETURN-CODE.
001585     MOVE 'F' TO RCL-EVENT.
001586     MOVE 16 TO RCL-RETURN-CODE.
001587     MOVE WS-ABORT-MESSAGE TO RCL-MESSAGE.
001588     PERFORM 9100-WRITE-RUN-CONTROL
001589         THRU 9100-EXIT.
001590     STOP RUN.
001591 9000-EXIT.
001592     EXIT.
001593*
001594*****************************************************
001595* 9100-WRITE-RUN-CONTROL - ACRESCENTA AO RUNCTL UM
001596* REGISTRO DESTE PROGRAMA (INICIO, FIM OU LIBERACAO)
001597* COM OS DADOS PREPARADOS EM RCL-WORK-AREAS. SEM O
001598* RUNCTL SO AVISA: O REGISTRO NAO PARA A FOLHA.
001599*****************************************************
001600 9100-WRITE-RUN-CONTROL.
001601     OPEN EXTEND RUN-CONTROL-FILE.
001602     IF WS-RUNCTL-STATUS NOT = '00'
001603         OPEN OUTPUT RUN-CONTROL-FILE
001604     END-IF.
001605     IF WS-RUNCTL-STATUS NOT = '00'
001606         DISPLAY 'QTRTAX - RUN CONTROL FILE RUNCTL'
001607             ' NOT AVAILABLE'
001608         GO TO 9100-EXIT
001609     END-IF.
001610     MOVE SPACES TO RUN-CONTROL-RECORD.
001611     MOVE RCL-STEP-NAME TO RC-STEP-NAME.
001612     MOVE RCL-EVENT TO RC-EVENT.
001613     MOVE RCL-RUN-MODE TO RC-RUN-MODE.
001614     ACCEPT RC-EVENT-DATE FROM DATE.
001615     ACCEPT RC-EVENT-TIME FROM TIME.
001616     MOVE RCL-RETURN-CODE TO RC-RETURN-CODE.
001617     MOVE RCL-RUN-ID TO RC-RUN-ID.
001618     MOVE RCL-FILE-NAME TO RC-FILE-NAME.
001619     MOVE RCL-REC-COUNT TO RC-REC-COUNT.
001620     MOVE RCL-HASH-TOTAL TO RC-HASH-TOTAL.
001621     MOVE RCL-OPERATOR-ID TO RC-OPERATOR-ID.
001622     MOVE RCL-MESSAGE TO RC-MESSAGE.
001623     WRITE RUN-CONTROL-RECORD.
001624     CLOSE RUN-CONTROL-FILE.
001625 9100-EXIT.
001626     EXIT.
