000048*                  REGISTRO COM MOTIVO PROPRIO
000049*                  (DUPLICATE RETURN), DISTINTO DO
000050*                  ITEM DE OUTRA EMPRESA.
000051* 15/10/2026  RLH  CONTROLE DE EXECUCAO: SO CONCILIA
000052*                  BANKPAY COM TRANSMISSAO REGISTRADA
000053*                  E SEM MUDANCA, OU COM LIBERACAO DO
000054*                  SUPERVISOR; GRAVA INICIO E FIM NO
000055*                  RUNCTL.DAT.
000056* 15/10/2026  RLH  A LIBERACAO DO CONTROLE DE
000057*                  EXECUCAO (9300) EXIGE A ENTRADA DE
000058*                  UM SUPERVISOR COM CODIGO E SENHA
000059*                  DO CADASTRO OPERFILE, COM BLOQUEIO
000060*                  APOS 3 FALHAS, E VAI TAMBEM PARA O
000061*                  LOG DE SEGURANCA SECLOG.DAT.
000062* 15/10/2026  RLH  SO O BANKXMIT COM RC 0 CONTA COMO
000063*                  TRANSMISSAO; FIM COM ERRO NAO
000064*                  ESCONDE A ULTIMA TRANSMISSAO BOA.
000065*****************************************************
000066 ENVIRONMENT DIVISION.
000067 CONFIGURATION SECTION.
000068 SOURCE-COMPUTER. IBM-PS2.
000069 OBJECT-COMPUTER. IBM-PS2.
000070 INPUT-OUTPUT SECTION.
000071 FILE-CONTROL.
000072     SELECT RETURN-FILE ASSIGN TO "BANKRET.DAT"
000073         ORGANIZATION IS SEQUENTIAL
000074         FILE STATUS IS WS-RETURN-STATUS.
000075     SELECT BANK-FILE ASSIGN TO "BANKPAY.DAT"
000076         ORGANIZATION IS SEQUENTIAL
000077         FILE STATUS IS WS-BANK-STATUS.
000078     SELECT RETURN-REG-FILE ASSIGN TO "RTNREG.DAT"
000079         ORGANIZATION IS SEQUENTIAL
000080         FILE STATUS IS WS-RTNREG-STATUS.
000081     SELECT REPAY-FILE ASSIGN TO "REPAY.DAT"
000082         ORGANIZATION IS SEQUENTIAL
000083         FILE STATUS IS WS-REPAY-STATUS.
000084     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000085         ORGANIZATION IS SEQUENTIAL
000086         FILE STATUS IS WS-RUNCTL-STATUS.
000087     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE.DAT"
000088         ORGANIZATION IS INDEXED
000089         ACCESS MODE IS DYNAMIC
000090         RECORD KEY IS OP-OPER-ID
000091         FILE STATUS IS WS-OPERFILE-STATUS.
000092     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
000093         ORGANIZATION IS SEQUENTIAL
000094         FILE STATUS IS WS-SECLOG-STATUS.
000095 DATA DIVISION.
000096 FILE SECTION.
000097 FD  RETURN-FILE
000098     LABEL RECORDS ARE STANDARD
000099     RECORD CONTAINS 26 CHARACTERS.
000100 01  RETURN-RECORD.
000101     02  RT-EMP-ID          PIC X(05).
000102     02  RT-ACCOUNT-NO      PIC 9(10).
000103     02  RT-AMOUNT          PIC S9(7)V99.
000104     02  RT-REASON-CODE     PIC X(02).
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
000119     02  BK-HEADER-BODY REDEFINES BK-REC-BODY.
000120         03  BK-RUN-DATE    PIC 9(06).
000121         03  FILLER         PIC X(26).
000122     02  BK-TRAILER-BODY REDEFINES BK-REC-BODY.
000123         03  BK-RECORD-COUNT PIC 9(06).
000124         03  BK-HASH-NET    PIC S9(9)V99.
000125         03  FILLER         PIC X(15).
000126 FD  RETURN-REG-FILE
000127     LABEL RECORDS ARE STANDARD
000128     RECORD CONTAINS 132 CHARACTERS.
000129 01  RTNREG-REC             PIC X(132).
000130 FD  REPAY-FILE
000131     LABEL RECORDS ARE STANDARD
000132     RECORD CONTAINS 38 CHARACTERS.
000133 01  REPAY-RECORD.
000134     02  RP-EMP-ID          PIC X(05).
000135     02  RP-RUN-DATE        PIC 9(06).
000136     02  RP-ACCOUNT-NO      PIC 9(10).
000137     02  RP-NET-AMOUNT      PIC S9(7)V99.
000138     02  RP-REASON-CODE     PIC X(02).
000139     02  RP-RETURN-DATE     PIC 9(06).
000140*
000141*****************************************************
000142* RUNCTL - CONTROLE DE EXECUCAO DA CADEIA DE FOLHA:
000143* O BANKRTN SO CONCILIA UM BANKPAY CUJA TRANSMISSAO AO
000144* BANCO ESTA REGISTRADA NO RUNCTL (PASSO BANKXMIT).
000145*****************************************************
000146 FD  RUN-CONTROL-FILE
000147     LABEL RECORDS ARE STANDARD
000148     RECORD CONTAINS 126 CHARACTERS.
000149 COPY RUNCREC.
000150*
000151*****************************************************
000152* SEGURANCA: CADASTRO DE OPERADORES (OPERFILE.DAT) E
000153* LOG DE SEGURANCA (SECLOG.DAT).
000154*****************************************************
000155 FD  OPERATOR-FILE
000156     LABEL RECORDS ARE STANDARD
000157     RECORD CONTAINS 60 CHARACTERS.
000158 COPY OPERREC.
000159 FD  SECURITY-LOG-FILE
000160     LABEL RECORDS ARE STANDARD
000161     RECORD CONTAINS 80 CHARACTERS.
000162 COPY SECLREC.
000163 WORKING-STORAGE SECTION.
000164 01  WS-SWITCHES.
000165     02  WS-RETURN-EOF-SWITCH PIC X(01) VALUE 'N'.
000166         88  RETURN-FILE-EOF           VALUE 'Y'.
000167     02  WS-BANK-EOF-SWITCH PIC X(01)  VALUE 'N'.
000168         88  BANK-FILE-EOF             VALUE 'Y'.
000169     02  WS-MATCH-SWITCH    PIC X(01)  VALUE 'N'.
000170         88  RETURN-MATCHED            VALUE 'Y'.
000171     02  WS-DUP-SWITCH      PIC X(01)  VALUE 'N'.
000172         88  RETURN-IS-DUPLICATE       VALUE 'Y'.
000173 01  WS-RETURN-STATUS       PIC X(02)  VALUE '00'.
000174 01  WS-BANK-STATUS         PIC X(02)  VALUE '00'.
000175 01  WS-RTNREG-STATUS       PIC X(02)  VALUE '00'.
000176 01  WS-REPAY-STATUS        PIC X(02)  VALUE '00'.
000177*
000178*****************************************************
000179* CONTROLE DE EXECUCAO (RUNCTL.DAT): DADOS DO REGISTRO
000180* QUE ESTE PROGRAMA GRAVA AO COMECAR E AO TERMINAR, E
000181* O ULTIMO REGISTRO DO PASSO ANTERIOR DA CADEIA, LIDO
000182* PELA 9200.
000183*****************************************************
000184 01  WS-RUNCTL-STATUS       PIC X(02)  VALUE '00'.
000185 01  RCL-WORK-AREAS.
000186     02  RCL-STEP-NAME      PIC X(08)  VALUE 'BANKRTN'.
000187     02  RCL-EVENT          PIC X(01)  VALUE SPACE.
000188     02  RCL-RUN-MODE       PIC X(01)  VALUE SPACE.
000189     02  RCL-RETURN-CODE    PIC 9(02)  VALUE ZERO.
000190     02  RCL-RUN-ID.
000191         03  RCL-PERIOD-END PIC 9(06)  VALUE ZERO.
000192         03  RCL-BATCH-NO   PIC 9(04)  VALUE ZERO.
000193     02  RCL-FILE-NAME      PIC X(12)  VALUE SPACES.
000194     02  RCL-REC-COUNT      PIC 9(07)  VALUE ZERO.
000195     02  RCL-HASH-TOTAL     PIC S9(11)V99 VALUE ZERO.
000196     02  RCL-OPERATOR-ID    PIC X(08)  VALUE SPACES.
000197     02  RCL-MESSAGE        PIC X(40)  VALUE SPACES.
000198     02  RCL-REFUSAL        PIC X(40)  VALUE SPACES.
000199     02  RCL-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000200         88  RUNCTL-FILE-EOF           VALUE 'Y'.
000201     02  RCL-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
000202         88  RCL-INPUT-EOF             VALUE 'Y'.
000203     02  RCL-READ-COUNT     PIC S9(7) COMP VALUE ZERO.
000204 01  RCL-PRIOR-STEP-AREA.
000205     02  RCL-PRIOR-STEP     PIC X(08)  VALUE 'BANKXMIT'.
000206     02  RCL-PRIOR-EVENT    PIC X(01)  VALUE SPACE.
000207         88  PRIOR-STEP-NEVER-RAN      VALUE SPACE.
000208         88  PRIOR-STEP-FINISHED       VALUE 'F'.
000209     02  RCL-PRIOR-RC       PIC 9(02)  VALUE ZERO.
000210     02  RCL-PRIOR-RUN-ID   PIC X(10)  VALUE SPACES.
000211     02  RCL-PRIOR-COUNT    PIC 9(07)  VALUE ZERO.
000212     02  RCL-PRIOR-HASH     PIC S9(11)V99 VALUE ZERO.
000213     02  RCL-PRIOR-SEQ      PIC S9(7) COMP VALUE ZERO.
000214     02  RCL-PAY-RUN-SEQ    PIC S9(7) COMP VALUE ZERO.
000215 01  WS-ABORT-MESSAGE       PIC X(40)  VALUE SPACES.
000216 01  WS-RUN-DATE.
000217     02  WS-RUN-YY          PIC 99.
000218     02  WS-RUN-MM          PIC 99.
000219     02  WS-RUN-DD          PIC 99.
000220 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
000221                            PIC 9(06).
000222 77  PAYD-SUB               PIC S9(3) COMP  VALUE ZERO.
000223 77  PAYD-HIT-SUB           PIC S9(3) COMP  VALUE ZERO.
000224 01  RTN-WORK-AREAS.
000225     02  RTN-PAY-RUN-DATE   PIC 9(06)       VALUE ZERO.
000226     02  RTN-MATCH-COUNT    PIC S9(5) COMP  VALUE ZERO.
000227     02  RTN-EXCEPT-COUNT   PIC S9(5) COMP  VALUE ZERO.
000228     02  RTN-MATCH-TOTAL    PIC S9(9)V99    VALUE ZERO.
000229 01  PAYD-TABLE-AREA.
000230     02  PAYD-COUNT         PIC S9(3) COMP  VALUE ZERO.
000231     02  PAYD-ENTRY OCCURS 500 TIMES.
000232         03  PAYD-EMP-ID    PIC X(05).
000233         03  PAYD-ACCOUNT-NO PIC 9(10).
000234         03  PAYD-NET-AMOUNT PIC S9(7)V99.
000235         03  PAYD-RETURNED-SW PIC X(01).
000236 01  RTN-TITLE-LINE.
000237     02  FILLER             PIC X(24) VALUE SPACES.
000238     02  FILLER             PIC X(35)
000239         VALUE 'EASYCALC RETURNED PAYMENTS REGISTER'.
000240     02  FILLER             PIC X(73) VALUE SPACES.
000241 01  RTN-DATE-LINE.
000242     02  FILLER             PIC X(24) VALUE SPACES.
000243     02  FILLER             PIC X(10) VALUE 'RUN DATE: '.
000244     02  RD-RUN-MM          PIC 99.
000245     02  FILLER             PIC X(01) VALUE '/'.
000246     02  RD-RUN-DD          PIC 99.
000247     02  FILLER             PIC X(01) VALUE '/'.
000248     02  RD-RUN-YY          PIC 99.
000249     02  FILLER             PIC X(04) VALUE SPACES.
000250     02  FILLER             PIC X(18)
000251         VALUE 'PAY FILE OF RUN:  '.
000252     02  RD-PAY-RUN-DATE    PIC 9(06).
000253     02  FILLER             PIC X(58) VALUE SPACES.
000254 01  RTN-HEADING-LINE.
000255     02  FILLER             PIC X(02) VALUE SPACES.
000256     02  FILLER             PIC X(08) VALUE 'EMP ID'.
000257     02  FILLER             PIC X(14) VALUE 'ACCOUNT NO'.
000258     02  FILLER             PIC X(16) VALUE '    NET AMOUNT'.
000259     02  FILLER             PIC X(08) VALUE 'REASON'.
000260     02  FILLER             PIC X(84) VALUE SPACES.
000261 01  RTN-DETAIL-LINE.
000262     02  FILLER             PIC X(02) VALUE SPACES.
000263     02  RL-EMP-ID          PIC X(08).
000264     02  RL-ACCOUNT-NO      PIC 9(10).
000265     02  FILLER             PIC X(04) VALUE SPACES.
000266     02  RL-NET-AMOUNT      PIC $$,$$$,$$9.99-.
000267     02  FILLER             PIC X(02) VALUE SPACES.
000268     02  RL-REASON-CODE     PIC X(02).
000269     02  FILLER             PIC X(04) VALUE SPACES.
000270     02  RL-NOTE            PIC X(24).
000271     02  FILLER             PIC X(62) VALUE SPACES.
000272 01  RTN-EXCEPT-LINE.
000273     02  FILLER             PIC X(14)
000274         VALUE '*** EXCEPTION '.
000275     02  XL-EMP-ID          PIC X(05).
000276     02  FILLER             PIC X(01) VALUE SPACE.
000277     02  XL-ACCOUNT-NO      PIC 9(10).
000278     02  FILLER             PIC X(01) VALUE SPACE.
000279     02  XL-AMOUNT          PIC $$,$$$,$$9.99-.
000280     02  FILLER             PIC X(01) VALUE SPACE.
000281     02  XL-REASON          PIC X(40).
000282     02  FILLER             PIC X(46) VALUE SPACES.
000283 01  RTN-TRAILER-LINE.
000284     02  FILLER             PIC X(26)
000285         VALUE '*** END OF RETURNS RUN ***'.
000286     02  FILLER             PIC X(11) VALUE ' RETURNED: '.
000287     02  RT-MATCH-COUNT     PIC ZZ,ZZ9.
000288     02  FILLER             PIC X(02) VALUE SPACES.
000289     02  FILLER             PIC X(16) VALUE 'TOTAL RETURNED: '.
000290     02  RT-MATCH-TOTAL     PIC $$,$$$,$$9.99-.
000291     02  FILLER             PIC X(02) VALUE SPACES.
000292     02  FILLER             PIC X(12) VALUE 'EXCEPTIONS: '.
000293     02  RT-EXCEPT-COUNT    PIC ZZ,ZZ9.
000294     02  FILLER             PIC X(45) VALUE SPACES.
000295*
000296*****************************************************
000297* SEGURANCA DE OPERADORES: OPERADOR IDENTIFICADO PELA
000298* 9400, PAPEL MINIMO EXIGIDO, SEGUNDO APROVADOR E
000299* DADOS DO PROXIMO REGISTRO DO SECLOG. A SENHA
000300* DIGITADA SO FICA NA AREA ATE O CALCULO DO CODIGO.
000301*****************************************************
000302 01  WS-OPERFILE-STATUS     PIC X(02)  VALUE '00'.
000303 01  WS-SECLOG-STATUS       PIC X(02)  VALUE '00'.
000304 01  SGN-ROLE-VALUES.
000305     02  SGN-ROLE-INQUIRY   PIC 9(01)  VALUE 1.
000306     02  SGN-ROLE-CLERK     PIC 9(01)  VALUE 2.
000307     02  SGN-ROLE-SUPERVISOR PIC 9(01) VALUE 3.
000308     02  SGN-ROLE-MANAGER   PIC 9(01)  VALUE 4.
000309 01  SGN-WORK-AREAS.
000310     02  SGN-PROGRAM        PIC X(08)  VALUE 'BANKRTN'.
000311     02  SGN-OPER-ID        PIC X(08)  VALUE SPACES.
000312     02  SGN-OPER-ROLE      PIC 9(01)  VALUE ZERO.
000313     02  SGN-APPROVER-ID    PIC X(08)  VALUE SPACES.
000314     02  SGN-REQUIRED-ROLE  PIC 9(01)  VALUE ZERO.
000315     02  SGN-CHECK-ROLE     PIC 9(01)  VALUE ZERO.
000316     02  SGN-ATTEMPTS       PIC 9(01)  VALUE ZERO.
000317     02  SGN-RESULT-SWITCH  PIC X(01)  VALUE 'N'.
000318         88  SIGN-ON-ACCEPTED          VALUE 'Y'.
000319     02  SGN-KEY-IN.
000320         03  SGN-IN-ID      PIC X(08)  VALUE SPACES.
000321         03  SGN-IN-PASSWORD PIC X(08) VALUE SPACES.
000322     02  SGN-KEY-CHARS REDEFINES SGN-KEY-IN.
000323         03  SGN-KEY-CHAR   PIC X(01)  OCCURS 16 TIMES.
000324     02  SGN-HASH           PIC 9(10)  VALUE ZERO.
000325     02  SGN-HASH-WORK      PIC 9(12)  VALUE ZERO.
000326     02  SGN-HASH-QUOTIENT  PIC 9(12)  VALUE ZERO.
000327     02  SGN-CHAR-POS       PIC 9(02)  VALUE ZERO.
000328     02  SGN-LOG-EVENT      PIC X(01)  VALUE SPACE.
000329     02  SGN-LOG-OPER-ID    PIC X(08)  VALUE SPACES.
000330     02  SGN-LOG-DETAIL     PIC X(40)  VALUE SPACES.
000331 01  SGN-CHAR-VALUES.
000332     02  FILLER             PIC X(32)
000333         VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
000334     02  FILLER             PIC X(32)
000335         VALUE '56789abcdefghijklmnopqrstuvwxyz-'.
000336 01  SGN-CHAR-TABLE REDEFINES SGN-CHAR-VALUES.
000337     02  SGN-CHAR           PIC X(01)  OCCURS 64 TIMES.
000338 77  SGN-KEY-SUB            PIC S9(3) COMP  VALUE ZERO.
000339 77  SGN-CHAR-SUB           PIC S9(3) COMP  VALUE ZERO.
000340 PROCEDURE DIVISION.
000341 0000-MAINLINE.
000342     PERFORM 1000-INITIALIZE-RUN
000343         THRU 1000-EXIT.
000344     PERFORM 1500-LOAD-BANK-DETAILS
000345         THRU 1500-EXIT.
000346     PERFORM 2000-READ-RETURN
000347         THRU 2000-EXIT.
000348     PERFORM 3000-PROCESS-RETURN
000349         THRU 3000-EXIT
000350         UNTIL RETURN-FILE-EOF.
000351     PERFORM 8000-TERMINATE-RUN
000352         THRU 8000-EXIT.
000353     STOP RUN.
000354*
000355*****************************************************
000356* 1000-INITIALIZE-RUN - ABRE OS ARQUIVOS E IMPRIME O
000357* CABECALHO DO REGISTRO DE PAGAMENTOS DEVOLVIDOS; SEM
000358* ARQUIVO DE DEVOLUCOES OU SEM BANKPAY NAO HA O QUE
000359* CONCILIAR E O RUN ABORTA.
000360*****************************************************
000361 1000-INITIALIZE-RUN.
000362     ACCEPT WS-RUN-DATE FROM DATE.
000363     OPEN INPUT RETURN-FILE.
000364     IF WS-RETURN-STATUS NOT = '00'
000365         MOVE 'RETURN FILE BANKRET NOT AVAILABLE' TO
000366             WS-ABORT-MESSAGE
000367         PERFORM 9000-ABORT-RUN
000368             THRU 9000-EXIT
000369     END-IF.
000370     PERFORM 1100-CHECK-RUN-CONTROL
000371         THRU 1100-EXIT.
000372     OPEN INPUT BANK-FILE.
000373     IF WS-BANK-STATUS NOT = '00'
000374         MOVE 'PAY FILE BANKPAY NOT AVAILABLE' TO
000375             WS-ABORT-MESSAGE
000376         PERFORM 9000-ABORT-RUN
000377             THRU 9000-EXIT
000378     END-IF.
000379     OPEN OUTPUT RETURN-REG-FILE.
000380     OPEN OUTPUT REPAY-FILE.
000381 1000-EXIT.
000382     EXIT.
000383*
000384*****************************************************
000385* 1100-CHECK-RUN-CONTROL - ANTES DE ABRIR AS SAIDAS,
000386* CONFERE NO RUNCTL QUE A TRANSMISSAO DO BANKPAY FOI
000387* REGISTRADA (BANKXMIT RC 0) DEPOIS DO ULTIMO EASYCALC
000388* DE PAGAMENTO, E QUE O BANKPAY NAO MUDOU DESDE ENTAO
000389* (CONTAGEM E HASH DO TRAILER). FORA DISSO SO COM
000390* LIBERACAO DO SUPERVISOR. GRAVA O INICIO DO RUN.
000391*****************************************************
000392 1100-CHECK-RUN-CONTROL.
000393     PERFORM 1110-COUNT-BANK-FILE
000394         THRU 1110-EXIT.
000395     IF WS-BANK-STATUS NOT = '00'
000396         GO TO 1100-EXIT
000397     END-IF.
000398     PERFORM 9200-READ-RUN-CONTROL
000399         THRU 9200-EXIT.
000400     MOVE RCL-PRIOR-RUN-ID TO RCL-RUN-ID.
000401     IF PRIOR-STEP-NEVER-RAN
000402         MOVE 'BANK TRANSMISSION NOT RECORDED' TO RCL-REFUSAL
000403         GO TO 1100-REFUSED
000404     END-IF.
000405     IF NOT PRIOR-STEP-FINISHED
000406         OR RCL-PRIOR-RC NOT = ZERO
000407         MOVE 'BANK TRANSMISSION NOT CLEAN' TO RCL-REFUSAL
000408         GO TO 1100-REFUSED
000409     END-IF.
000410     IF RCL-PRIOR-SEQ < RCL-PAY-RUN-SEQ
000411         MOVE 'LAST PAY RUN NOT YET TRANSMITTED' TO
000412             RCL-REFUSAL
000413         GO TO 1100-REFUSED
000414     END-IF.
000415     IF RCL-PRIOR-COUNT NOT = RCL-REC-COUNT
000416         OR RCL-PRIOR-HASH NOT = RCL-HASH-TOTAL
000417         MOVE 'BANKPAY CHANGED SINCE TRANSMISSION' TO
000418             RCL-REFUSAL
000419         GO TO 1100-REFUSED
000420     END-IF.
000421     GO TO 1100-WRITE-START.
000422 1100-REFUSED.
000423     PERFORM 9300-REQUEST-OVERRIDE
000424         THRU 9300-EXIT.
000425 1100-WRITE-START.
000426     MOVE 'S' TO RCL-EVENT.
000427     PERFORM 9100-WRITE-RUN-CONTROL
000428         THRU 9100-EXIT.
000429 1100-EXIT.
000430     EXIT.
000431*
000432*****************************************************
000433* 1110-COUNT-BANK-FILE - PASSADA PREVIA PELO BANKPAY
000434* SO PARA PEGAR A CONTAGEM E O HASH DO TRAILER.
000435*****************************************************
000436 1110-COUNT-BANK-FILE.
000437     MOVE 'BANKPAY.DAT' TO RCL-FILE-NAME.
000438     OPEN INPUT BANK-FILE.
000439     IF WS-BANK-STATUS NOT = '00'
000440         GO TO 1110-EXIT
000441     END-IF.
000442     PERFORM 1510-READ-BANK
000443         THRU 1510-EXIT.
000444     PERFORM 1120-NOTE-BANK-TRAILER
000445         THRU 1120-EXIT
000446         UNTIL BANK-FILE-EOF.
000447     CLOSE BANK-FILE.
000448     MOVE 'N' TO WS-BANK-EOF-SWITCH.
000449 1110-EXIT.
000450     EXIT.
000451*
000452*****************************************************
000453* 1120-NOTE-BANK-TRAILER - GUARDA A CONTAGEM E O HASH
000454* SE O REGISTRO E O TRAILER DO BANKPAY.
000455*****************************************************
000456 1120-NOTE-BANK-TRAILER.
000457     IF BANK-TRAILER-REC
000458         MOVE BK-RECORD-COUNT TO RCL-REC-COUNT
000459         MOVE BK-HASH-NET TO RCL-HASH-TOTAL
000460     END-IF.
000461     PERFORM 1510-READ-BANK
000462         THRU 1510-EXIT.
000463 1120-EXIT.
000464     EXIT.
000465*
000466*****************************************************
000467* 1500-LOAD-BANK-DETAILS - CARREGA PARA A TABELA OS
000468* DETALHES DO BANKPAY.DAT DO RUN TRANSMITIDO, GUARDANDO
000469* A DATA DO RUN DO HEADER PARA O CABECALHO DO REGISTRO;
000470* CADA ENTRADA COMECA COMO AINDA NAO DEVOLVIDA.
000471*****************************************************
000472 1500-LOAD-BANK-DETAILS.
000473     PERFORM 1510-READ-BANK
000474         THRU 1510-EXIT.
000475     PERFORM 1520-LOAD-ONE-DETAIL
000476         THRU 1520-EXIT
000477         UNTIL BANK-FILE-EOF.
000478     CLOSE BANK-FILE.
000479     MOVE WS-RUN-MM TO RD-RUN-MM.
000480     MOVE WS-RUN-DD TO RD-RUN-DD.
000481     MOVE WS-RUN-YY TO RD-RUN-YY.
000482     MOVE RTN-PAY-RUN-DATE TO RD-PAY-RUN-DATE.
000483     WRITE RTNREG-REC FROM RTN-TITLE-LINE
000484         AFTER ADVANCING PAGE.
000485     WRITE RTNREG-REC FROM RTN-DATE-LINE
000486         AFTER ADVANCING 1 LINE.
000487     WRITE RTNREG-REC FROM RTN-HEADING-LINE
000488         AFTER ADVANCING 2 LINES.
000489 1500-EXIT.
000490     EXIT.
000491*
000492*****************************************************
000493* 1510-READ-BANK - LE O PROXIMO REGISTRO DO BANKPAY.
000494*****************************************************
000495 1510-READ-BANK.
000496     READ BANK-FILE
000497         AT END
000498             MOVE 'Y' TO WS-BANK-EOF-SWITCH
000499     END-READ.
000500 1510-EXIT.
000501     EXIT.
000502*
000503*****************************************************
000504* 1520-LOAD-ONE-DETAIL - GUARDA UM DETALHE DO BANKPAY
000505* NA TABELA DE CONCILIACAO; HEADER SO FORNECE A DATA DO
000506* RUN E O TRAILER E IGNORADO.
000507*****************************************************
000508 1520-LOAD-ONE-DETAIL.
000509     IF BANK-HEADER-REC
000510         MOVE BK-RUN-DATE TO RTN-PAY-RUN-DATE
000511         GO TO 1520-READ-NEXT
000512     END-IF.
000513     IF NOT BANK-DETAIL-REC
000514         GO TO 1520-READ-NEXT
000515     END-IF.
000516     IF PAYD-COUNT >= 500
000517         MOVE 'BANKPAY TABLE FULL - RUN TOO LARGE' TO
000518             WS-ABORT-MESSAGE
000519         PERFORM 9000-ABORT-RUN
000520             THRU 9000-EXIT
000521     END-IF.
000522     ADD 1 TO PAYD-COUNT.
000523     MOVE BK-EMP-ID TO PAYD-EMP-ID (PAYD-COUNT).
000524     MOVE BK-ACCOUNT-NO TO PAYD-ACCOUNT-NO (PAYD-COUNT).
000525     MOVE BK-NET-AMOUNT TO PAYD-NET-AMOUNT (PAYD-COUNT).
000526     MOVE 'N' TO PAYD-RETURNED-SW (PAYD-COUNT).
000527 1520-READ-NEXT.
000528     PERFORM 1510-READ-BANK
000529         THRU 1510-EXIT.
000530 1520-EXIT.
000531     EXIT.
000532*
000533*****************************************************
000534* 2000-READ-RETURN - LE A PROXIMA DEVOLUCAO DO BANCO.
000535*****************************************************
000536 2000-READ-RETURN.
000537     READ RETURN-FILE
000538         AT END
000539             MOVE 'Y' TO WS-RETURN-EOF-SWITCH
000540     END-READ.
000541 2000-EXIT.
000542     EXIT.
000543*
000544*****************************************************
000545* 3000-PROCESS-RETURN - CASA A DEVOLUCAO COM UM DETALHE
000546* DO RUN (FUNCIONARIO + CONTA + VALOR, AINDA NAO
000547* DEVOLVIDO); CASADA GERA LINHA DE REGISTRO E REGISTRO
000548* DE RE-PAGAMENTO, NAO CASADA SAI NA LISTA DE EXCECOES.
000549*****************************************************
000550 3000-PROCESS-RETURN.
000551     PERFORM 3100-MATCH-RETURN
000552         THRU 3100-EXIT.
000553     IF RETURN-MATCHED
000554         MOVE 'Y' TO PAYD-RETURNED-SW (PAYD-HIT-SUB)
000555         PERFORM 3200-WRITE-RETURN-LINE
000556             THRU 3200-EXIT
000557         PERFORM 3300-WRITE-REPAY
000558             THRU 3300-EXIT
000559     ELSE
000560         PERFORM 3400-WRITE-EXCEPTION
000561             THRU 3400-EXIT
000562     END-IF.
000563     PERFORM 2000-READ-RETURN
000564         THRU 2000-EXIT.
000565 3000-EXIT.
000566     EXIT.
000567*
000568*****************************************************
000569* 3100-MATCH-RETURN - PROCURA NA TABELA UM DETALHE DO
000570* RUN COM O MESMO FUNCIONARIO, CONTA E VALOR DA
000571* DEVOLUCAO, AINDA NAO MARCADO COMO DEVOLVIDO; SEM
000572* PAR, UMA SEGUNDA PASSADA (3120) VERIFICA SE A
000573* DEVOLUCAO E DE ITEM JA CASADO (REPORTADO EM DOBRO),
000574* PARA A EXCECAO SAIR COM O MOTIVO CERTO.
000575*****************************************************
000576 3100-MATCH-RETURN.
000577     MOVE 'N' TO WS-MATCH-SWITCH.
000578     MOVE 'N' TO WS-DUP-SWITCH.
000579     IF PAYD-COUNT = ZERO
000580         GO TO 3100-EXIT
000581     END-IF.
000582     PERFORM 3110-MATCH-ONE-DETAIL
000583         THRU 3110-EXIT
000584         VARYING PAYD-SUB FROM 1 BY 1
000585         UNTIL PAYD-SUB > PAYD-COUNT
000586         OR RETURN-MATCHED.
000587     IF NOT RETURN-MATCHED
000588         PERFORM 3120-MATCH-DUP-DETAIL
000589             THRU 3120-EXIT
000590             VARYING PAYD-SUB FROM 1 BY 1
000591             UNTIL PAYD-SUB > PAYD-COUNT
000592             OR RETURN-IS-DUPLICATE
000593     END-IF.
000594 3100-EXIT.
000595     EXIT.
000596*
000597*****************************************************
000598* 3110-MATCH-ONE-DETAIL - COMPARA UMA ENTRADA DA TABELA
000599* COM A DEVOLUCAO CORRENTE.
000600*****************************************************
000601 3110-MATCH-ONE-DETAIL.
000602     IF PAYD-EMP-ID (PAYD-SUB) = RT-EMP-ID
000603         AND PAYD-ACCOUNT-NO (PAYD-SUB) = RT-ACCOUNT-NO
000604         AND PAYD-NET-AMOUNT (PAYD-SUB) = RT-AMOUNT
000605         AND PAYD-RETURNED-SW (PAYD-SUB) = 'N'
000606         MOVE 'Y' TO WS-MATCH-SWITCH
000607         MOVE PAYD-SUB TO PAYD-HIT-SUB
000608     END-IF.
000609 3110-EXIT.
000610     EXIT.
000611*
000612*****************************************************
000613* 3120-MATCH-DUP-DETAIL - SEGUNDA PASSADA, IGNORANDO A
000614* MARCA DE JA DEVOLVIDO: SE A DEVOLUCAO SEM PAR CASA
000615* COM UM DETALHE JA CASADO ANTES, E O MESMO ITEM
000616* REPORTADO EM DOBRO PELO BANCO, NAO ITEM DE OUTRA
000617* EMPRESA, E A EXCECAO SAI COM O MOTIVO PROPRIO.
000618*****************************************************
000619 3120-MATCH-DUP-DETAIL.
000620     IF PAYD-EMP-ID (PAYD-SUB) = RT-EMP-ID
000621         AND PAYD-ACCOUNT-NO (PAYD-SUB) = RT-ACCOUNT-NO
000622         AND PAYD-NET-AMOUNT (PAYD-SUB) = RT-AMOUNT
000623         MOVE 'Y' TO WS-DUP-SWITCH
000624     END-IF.
000625 3120-EXIT.
000626     EXIT.
000627*
000628*****************************************************
000629* 3200-WRITE-RETURN-LINE - GRAVA NO REGISTRO A LINHA DO
000630* PAGAMENTO DEVOLVIDO E ACUMULA OS TOTAIS DO TRAILER.
000631*****************************************************
000632 3200-WRITE-RETURN-LINE.
000633     MOVE RT-EMP-ID TO RL-EMP-ID.
000634     MOVE RT-ACCOUNT-NO TO RL-ACCOUNT-NO.
000635     MOVE RT-AMOUNT TO RL-NET-AMOUNT.
000636     MOVE RT-REASON-CODE TO RL-REASON-CODE.
000637     MOVE 'FLAGGED FOR RE-PAYMENT' TO RL-NOTE.
000638     WRITE RTNREG-REC FROM RTN-DETAIL-LINE
000639         AFTER ADVANCING 1 LINE.
000640     ADD 1 TO RTN-MATCH-COUNT.
000641     ADD RT-AMOUNT TO RTN-MATCH-TOTAL.
000642 3200-EXIT.
000643     EXIT.
000644*
000645*****************************************************
000646* 3300-WRITE-REPAY - GRAVA EM REPAY.DAT O REGISTRO QUE
000647* MARCA O FUNCIONARIO PARA RE-PAGAMENTO DO LIQUIDO
000648* DEVOLVIDO, COM A DATA DO RUN ORIGINAL E O MOTIVO DO
000649* BANCO; O YTDFILE NAO E TOCADO.
000650*****************************************************
000651 3300-WRITE-REPAY.
000652     MOVE RT-EMP-ID TO RP-EMP-ID.
000653     MOVE RTN-PAY-RUN-DATE TO RP-RUN-DATE.
000654     MOVE RT-ACCOUNT-NO TO RP-ACCOUNT-NO.
000655     MOVE RT-AMOUNT TO RP-NET-AMOUNT.
000656     MOVE RT-REASON-CODE TO RP-REASON-CODE.
000657     MOVE WS-RUN-DATE-NUM TO RP-RETURN-DATE.
000658     WRITE REPAY-RECORD.
000659 3300-EXIT.
000660     EXIT.
000661*
000662*****************************************************
000663* 3400-WRITE-EXCEPTION - GRAVA NA LISTA DE EXCECOES A
000664* DEVOLUCAO QUE NAO CASA COM NENHUM DETALHE AINDA NAO
000665* DEVOLVIDO, DISTINGUINDO O ITEM DE OUTRA EMPRESA DO
000666* ITEM JA CASADO REPORTADO EM DOBRO PELO BANCO (MARCADO
000667* PELA SEGUNDA PASSADA DA 3120).
000668*****************************************************
000669 3400-WRITE-EXCEPTION.
000670     MOVE RT-EMP-ID TO XL-EMP-ID.
000671     MOVE RT-ACCOUNT-NO TO XL-ACCOUNT-NO.
000672     MOVE RT-AMOUNT TO XL-AMOUNT.
000673     IF RETURN-IS-DUPLICATE
000674         MOVE 'DUPLICATE RETURN - ITEM ALREADY MATCHED'
000675             TO XL-REASON
000676     ELSE
000677         MOVE 'NO MATCHING PAY DETAIL - VERIFY WITH BANK'
000678             TO XL-REASON
000679     END-IF.
000680     WRITE RTNREG-REC FROM RTN-EXCEPT-LINE
000681         AFTER ADVANCING 1 LINE.
000682     ADD 1 TO RTN-EXCEPT-COUNT.
000683 3400-EXIT.
000684     EXIT.
000685*
000686*****************************************************
000687* 8000-TERMINATE-RUN - GRAVA O TRAILER DO REGISTRO COM
000688* AS CONTAGENS E O TOTAL DEVOLVIDO, FECHA OS ARQUIVOS E
000689* RESUME O RUN NO CONSOLE; EXCECAO PRESENTE DEVOLVE
000690* RETURN-CODE 4 PARA O OPERADOR CONFERIR A LISTA.
000691*****************************************************
000692 8000-TERMINATE-RUN.
000693     MOVE RTN-MATCH-COUNT TO RT-MATCH-COUNT.
000694     MOVE RTN-MATCH-TOTAL TO RT-MATCH-TOTAL.
000695     MOVE RTN-EXCEPT-COUNT TO RT-EXCEPT-COUNT.
000696     WRITE RTNREG-REC FROM RTN-TRAILER-LINE
000697         AFTER ADVANCING 2 LINES.
000698     CLOSE RETURN-FILE.
000699     CLOSE RETURN-REG-FILE.
000700     CLOSE REPAY-FILE.
000701     DISPLAY 'BANKRTN COMPLETE - RETURNS MATCHED: '
000702         RTN-MATCH-COUNT.
000703     IF RTN-EXCEPT-COUNT > ZERO
000704         DISPLAY 'BANKRTN - EXCEPTIONS ON REGISTER: '
000705             RTN-EXCEPT-COUNT
000706         MOVE 4 TO RETURN-CODE
000707     END-IF.
000708     MOVE 'F' TO RCL-EVENT.
000709     MOVE RETURN-CODE TO RCL-RETURN-CODE.
000710     PERFORM 9100-WRITE-RUN-CONTROL
000711         THRU 9100-EXIT.
000712 8000-EXIT.
000713     EXIT.
000714*
000715*****************************************************
000716* 9000-ABORT-RUN - ENCERRA O PROGRAMA COM ERRO GRAVE:
000717* MOSTRA A MENSAGEM NO CONSOLE DO OPERADOR E DEVOLVE
000718* RETURN-CODE 16.
000719*****************************************************
000720 9000-ABORT-RUN.
000721     DISPLAY 'BANKRTN *** RUN ABORTED *** '
000722         WS-ABORT-MESSAGE.
000723     MOVE 16 TO RETURN-CODE.
000724     MOVE 'F' TO RCL-EVENT.
000725     MOVE 16 TO RCL-RETURN-CODE.
000726     MOVE WS-ABORT-MESSAGE TO RCL-MESSAGE.
000727     PERFORM 9100-WRITE-RUN-CONTROL
000728         THRU 9100-EXIT.
000729     STOP RUN.
000730 9000-EXIT.
000731     EXIT.
000732*
000733*****************************************************
000734* 9100-WRITE-RUN-CONTROL - ACRESCENTA AO RUNCTL UM
000735* REGISTRO DESTE PROGRAMA (INICIO, FIM OU LIBERACAO)
000736* COM OS DADOS PREPARADOS EM RCL-WORK-AREAS. SEM O
000737* RUNCTL SO AVISA: O REGISTRO NAO PARA A FOLHA.
000738*****************************************************
000739 9100-WRITE-RUN-CONTROL.
000740     OPEN EXTEND RUN-CONTROL-FILE.
000741     IF WS-RUNCTL-STATUS NOT = '00'
000742         OPEN OUTPUT RUN-CONTROL-FILE
000743     END-IF.
000744     IF WS-RUNCTL-STATUS NOT = '00'
000745         DISPLAY 'BANKRTN - RUN CONTROL FILE RUNCTL'
000746             ' NOT AVAILABLE'
000747         GO TO 9100-EXIT
000748     END-IF.
000749     MOVE SPACES TO RUN-CONTROL-RECORD.
000750     MOVE RCL-STEP-NAME TO RC-STEP-NAME.
000751     MOVE RCL-EVENT TO RC-EVENT.
000752     MOVE RCL-RUN-MODE TO RC-RUN-MODE.
000753     ACCEPT RC-EVENT-DATE FROM DATE.
000754     ACCEPT RC-EVENT-TIME FROM TIME.
000755     MOVE RCL-RETURN-CODE TO RC-RETURN-CODE.
000756     MOVE RCL-RUN-ID TO RC-RUN-ID.
000757     MOVE RCL-FILE-NAME TO RC-FILE-NAME.
000758     MOVE RCL-REC-COUNT TO RC-REC-COUNT.
000759     MOVE RCL-HASH-TOTAL TO RC-HASH-TOTAL.
000760     MOVE RCL-OPERATOR-ID TO RC-OPERATOR-ID.
000761     MOVE RCL-MESSAGE TO RC-MESSAGE.
000762     WRITE RUN-CONTROL-RECORD.
000763     CLOSE RUN-CONTROL-FILE.
000764 9100-EXIT.
000765     EXIT.
000766*
000767*****************************************************
000768* 9200-READ-RUN-CONTROL - PERCORRE O RUNCTL E GUARDA O
000769* ULTIMO INICIO OU FIM DO PASSO RCL-PRIOR-STEP, COM A
000770* POSICAO DELE NO ARQUIVO. SEM O RUNCTL, O PASSO
000771* ANTERIOR CONSTA COMO NUNCA RODADO.
000772*****************************************************
000773 9200-READ-RUN-CONTROL.
000774     MOVE SPACE TO RCL-PRIOR-EVENT.
000775     MOVE ZERO TO RCL-READ-COUNT.
000776     MOVE 'N' TO RCL-EOF-SWITCH.
000777     OPEN INPUT RUN-CONTROL-FILE.
000778     IF WS-RUNCTL-STATUS NOT = '00'
000779         GO TO 9200-EXIT
000780     END-IF.
000781     PERFORM 9210-READ-RUNCTL-REC
000782         THRU 9210-EXIT.
000783     PERFORM 9220-NOTE-RUNCTL-REC
000784         THRU 9220-EXIT
000785         UNTIL RUNCTL-FILE-EOF.
000786     CLOSE RUN-CONTROL-FILE.
000787 9200-EXIT.
000788     EXIT.
000789*
000790*****************************************************
000791* 9210-READ-RUNCTL-REC - LE O PROXIMO REGISTRO DO
000792* RUNCTL.
000793*****************************************************
000794 9210-READ-RUNCTL-REC.
000795     READ RUN-CONTROL-FILE
000796         AT END
000797             MOVE 'Y' TO RCL-EOF-SWITCH
000798     END-READ.
000799 9210-EXIT.
000800     EXIT.
000801*
000802*****************************************************
000803* 9220-NOTE-RUNCTL-REC - GUARDA O REGISTRO SE E INICIO
000804* OU FIM DO PASSO PROCURADO; LIBERACOES, RUNS DE TESTE
000805* E FIM COM ERRO NAO CONTAM (UM BANKXMIT COM ERRO NAO
000806* TRANSMITIU NADA).
000807*****************************************************
000808 9220-NOTE-RUNCTL-REC.
000809     ADD 1 TO RCL-READ-COUNT.
000810     IF RC-STEP-NAME = 'EASYCALC'
000811         AND RUN-STEP-FINISH
000812         AND NOT RUN-MODE-TRIAL
000813         MOVE RCL-READ-COUNT TO RCL-PAY-RUN-SEQ
000814     END-IF.
000815     IF RC-STEP-NAME = RCL-PRIOR-STEP
000816         AND NOT RUN-STEP-OVERRIDE
000817         AND NOT RUN-MODE-TRIAL
000818         AND RC-RETURN-CODE = ZERO
000819         MOVE RC-EVENT TO RCL-PRIOR-EVENT
000820         MOVE RC-RETURN-CODE TO RCL-PRIOR-RC
000821         MOVE RC-RUN-ID TO RCL-PRIOR-RUN-ID
000822         MOVE RC-REC-COUNT TO RCL-PRIOR-COUNT
000823         MOVE RC-HASH-TOTAL TO RCL-PRIOR-HASH
000824         MOVE RCL-READ-COUNT TO RCL-PRIOR-SEQ
000825     END-IF.
000826     PERFORM 9210-READ-RUNCTL-REC
000827         THRU 9210-EXIT.
000828 9220-EXIT.
000829     EXIT.
000830*
000831*****************************************************
000832* 9300-REQUEST-OVERRIDE - O PASSO ANTERIOR NAO ESTA EM
000833* ORDEM (MOTIVO EM RCL-REFUSAL): SO UM SUPERVISOR, COM
000834* CODIGO E SENHA DO CADASTRO DE OPERADORES, PODE
000835* MANDAR SEGUIR, E A LIBERACAO FICA GRAVADA NO RUNCTL
000836* COM A IDENTIFICACAO DELE E O MOTIVO, E NO SECLOG.
000837* SEM LIBERACAO O PROGRAMA ABORTA SEM TOCAR EM NADA.
000838*****************************************************
000839 9300-REQUEST-OVERRIDE.
000840     DISPLAY 'BANKRTN RUN CONTROL - ' RCL-REFUSAL.
000841     DISPLAY 'BANKRTN - SUPERVISOR SIGN-ON TO OVERRIDE'.
000842     DISPLAY '(BLANK ID = STOP THE RUN)'.
000843     MOVE ZERO TO SGN-ATTEMPTS.
000844     MOVE 'N' TO SGN-RESULT-SWITCH.
000845     MOVE SGN-ROLE-SUPERVISOR TO SGN-REQUIRED-ROLE.
000846     PERFORM 9400-SIGN-ON
000847         THRU 9400-EXIT
000848         UNTIL SIGN-ON-ACCEPTED
000849         OR SGN-ATTEMPTS = 3.
000850     IF NOT SIGN-ON-ACCEPTED
000851         MOVE RCL-REFUSAL TO WS-ABORT-MESSAGE
000852         PERFORM 9000-ABORT-RUN
000853             THRU 9000-EXIT
000854     END-IF.
000855     MOVE SGN-OPER-ID TO RCL-OPERATOR-ID.
000856     MOVE 'O' TO RCL-EVENT.
000857     MOVE ZERO TO RCL-RETURN-CODE.
000858     MOVE RCL-REFUSAL TO RCL-MESSAGE.
000859     PERFORM 9100-WRITE-RUN-CONTROL
000860         THRU 9100-EXIT.
000861     MOVE SPACES TO RCL-MESSAGE.
000862     MOVE RCL-REFUSAL TO SGN-LOG-DETAIL.
000863     PERFORM 9470-LOG-PRIVILEGED-ACTION
000864         THRU 9470-EXIT.
000865     DISPLAY 'BANKRTN - OVERRIDE LOGGED FOR ' RCL-OPERATOR-ID.
000866 9300-EXIT.
000867     EXIT.
000868*
000869*****************************************************
000870* 9400-SIGN-ON - UMA TENTATIVA DE ENTRADA: LE O CODIGO
000871* E A SENHA DO OPERADOR E CONFERE NO CADASTRO COM O
000872* PAPEL MINIMO SGN-REQUIRED-ROLE. CODIGO EM BRANCO
000873* DESISTE (ESGOTA AS TENTATIVAS).
000874*****************************************************
000875 9400-SIGN-ON.
000876     ADD 1 TO SGN-ATTEMPTS.
000877     DISPLAY 'BANKRTN - OPERATOR ID (BLANK = CANCEL):'.
000878     ACCEPT SGN-IN-ID.
000879     IF SGN-IN-ID = SPACES
000880         MOVE 3 TO SGN-ATTEMPTS
000881         GO TO 9400-EXIT
000882     END-IF.
000883     DISPLAY 'BANKRTN - PASSWORD:'.
000884     ACCEPT SGN-IN-PASSWORD.
000885     PERFORM 9410-CHECK-OPERATOR
000886         THRU 9410-EXIT.
000887     MOVE SPACES TO SGN-IN-PASSWORD.
000888     IF SIGN-ON-ACCEPTED
000889         MOVE SGN-IN-ID TO SGN-OPER-ID
000890         MOVE SGN-CHECK-ROLE TO SGN-OPER-ROLE
000891     END-IF.
000892 9400-EXIT.
000893     EXIT.
000894*
000895*****************************************************
000896* 9410-CHECK-OPERATOR - CONFERE SGN-IN-ID E A SENHA NO
000897* CADASTRO DE OPERADORES: OPERADOR ATIVO, NAO
000898* BLOQUEADO, SENHA CERTA E PAPEL NAO MENOR QUE O
000899* EXIGIDO. SENHA ERRADA SOMA UMA FALHA E A TERCEIRA
000900* SEGUIDA BLOQUEIA O OPERADOR; SENHA CERTA ZERA A
000901* CONTAGEM. TODA RECUSA VAI PARA O SECLOG.
000902*****************************************************
000903 9410-CHECK-OPERATOR.
000904     MOVE 'N' TO SGN-RESULT-SWITCH.
000905     MOVE SGN-IN-ID TO SGN-LOG-OPER-ID.
000906     MOVE 'F' TO SGN-LOG-EVENT.
000907     OPEN I-O OPERATOR-FILE.
000908     IF WS-OPERFILE-STATUS NOT = '00'
000909         DISPLAY 'BANKRTN - OPERATOR FILE OPERFILE NOT AVAILABLE'
000910         GO TO 9410-EXIT
000911     END-IF.
000912     MOVE SGN-IN-ID TO OP-OPER-ID.
000913     READ OPERATOR-FILE
000914         INVALID KEY
000915             MOVE 'UNKNOWN OPERATOR ID' TO SGN-LOG-DETAIL
000916             GO TO 9410-REFUSED
000917     END-READ.
000918     IF NOT OPERATOR-ACTIVE
000919         MOVE 'OPERATOR NOT ACTIVE' TO SGN-LOG-DETAIL
000920         GO TO 9410-REFUSED
000921     END-IF.
000922     IF OPERATOR-LOCKED
000923         MOVE 'OPERATOR LOCKED OUT' TO SGN-LOG-DETAIL
000924         GO TO 9410-REFUSED
000925     END-IF.
000926     PERFORM 9420-HASH-PASSWORD
000927         THRU 9420-EXIT.
000928     IF SGN-HASH NOT = OP-PASSWORD-HASH
000929         ADD 1 TO OP-FAIL-COUNT
000930         MOVE 'WRONG PASSWORD' TO SGN-LOG-DETAIL
000931         IF OP-FAIL-COUNT NOT < 3
000932             MOVE 'Y' TO OP-LOCKED-FLAG
000933             MOVE 'L' TO SGN-LOG-EVENT
000934             MOVE 'LOCKED AFTER 3 FAILED SIGN-ONS' TO
000935                 SGN-LOG-DETAIL
000936         END-IF
000937         REWRITE OPERATOR-RECORD
000938         GO TO 9410-REFUSED
000939     END-IF.
000940     MOVE ZERO TO OP-FAIL-COUNT.
000941     ACCEPT OP-LAST-SIGNON FROM DATE.
000942     REWRITE OPERATOR-RECORD.
000943     IF OP-ROLE < SGN-REQUIRED-ROLE
000944         MOVE 'D' TO SGN-LOG-EVENT
000945         MOVE 'ROLE TOO LOW FOR THIS FUNCTION' TO
000946             SGN-LOG-DETAIL
000947         GO TO 9410-REFUSED
000948     END-IF.
000949     MOVE OP-ROLE TO SGN-CHECK-ROLE.
000950     MOVE 'Y' TO SGN-RESULT-SWITCH.
000951     CLOSE OPERATOR-FILE.
000952     GO TO 9410-EXIT.
000953 9410-REFUSED.
000954     CLOSE OPERATOR-FILE.
000955     IF SGN-LOG-EVENT = 'F'
000956         DISPLAY 'BANKRTN - INVALID OPERATOR ID OR PASSWORD'
000957     ELSE
000958         DISPLAY 'BANKRTN - ' SGN-LOG-DETAIL
000959     END-IF.
000960     PERFORM 9450-WRITE-SECURITY-LOG
000961         THRU 9450-EXIT.
000962 9410-EXIT.
000963     EXIT.
000964*
000965*****************************************************
000966* 9420-HASH-PASSWORD - CALCULA O CODIGO GUARDADO NO
000967* CADASTRO EM LUGAR DA SENHA: CADA CARACTER DE
000968* OPERADOR + SENHA VIRA SUA POSICAO NA TABELA
000969* SGN-CHAR (65 FORA DELA) E ENTRA NO CODIGO POR
000970* CODIGO X 67 + POSICAO, MODULO 999999937. TEM DE SER
000971* O MESMO EM TODOS OS PROGRAMAS.
000972*****************************************************
000973 9420-HASH-PASSWORD.
000974     MOVE ZERO TO SGN-HASH.
000975     PERFORM 9430-HASH-ONE-CHAR
000976         THRU 9430-EXIT
000977         VARYING SGN-KEY-SUB FROM 1 BY 1
000978         UNTIL SGN-KEY-SUB > 16.
000979 9420-EXIT.
000980     EXIT.
000981*
000982*****************************************************
000983* 9430-HASH-ONE-CHAR - SOMA UM CARACTER AO CODIGO.
000984*****************************************************
000985 9430-HASH-ONE-CHAR.
000986     MOVE ZERO TO SGN-CHAR-POS.
000987     PERFORM 9440-MATCH-CHAR
000988         THRU 9440-EXIT
000989         VARYING SGN-CHAR-SUB FROM 1 BY 1
000990         UNTIL SGN-CHAR-SUB > 64
000991         OR SGN-CHAR-POS NOT = ZERO.
000992     IF SGN-CHAR-POS = ZERO
000993         MOVE 65 TO SGN-CHAR-POS
000994     END-IF.
000995     MULTIPLY SGN-HASH BY 67 GIVING SGN-HASH-WORK.
000996     ADD SGN-CHAR-POS TO SGN-HASH-WORK.
000997     DIVIDE SGN-HASH-WORK BY 999999937
000998         GIVING SGN-HASH-QUOTIENT
000999         REMAINDER SGN-HASH.
001000 9430-EXIT.
001001     EXIT.
001002*
001003*****************************************************
001004* 9440-MATCH-CHAR - COMPARA UMA ENTRADA DA TABELA DE
001005* CARACTERES COM O CARACTER DA VEZ.
001006*****************************************************
001007 9440-MATCH-CHAR.
001008     IF SGN-CHAR (SGN-CHAR-SUB) = SGN-KEY-CHAR (SGN-KEY-SUB)
001009         MOVE SGN-CHAR-SUB TO SGN-CHAR-POS
001010     END-IF.
001011 9440-EXIT.
001012     EXIT.
001013*
001014*****************************************************
001015* 9450-WRITE-SECURITY-LOG - ACRESCENTA AO SECLOG UM
001016* REGISTRO COM OS DADOS PREPARADOS EM SGN-WORK-AREAS.
001017* SEM O SECLOG SO AVISA.
001018*****************************************************
001019 9450-WRITE-SECURITY-LOG.
001020     OPEN EXTEND SECURITY-LOG-FILE.
001021     IF WS-SECLOG-STATUS NOT = '00'
001022         OPEN OUTPUT SECURITY-LOG-FILE
001023     END-IF.
001024     IF WS-SECLOG-STATUS NOT = '00'
001025         DISPLAY 'BANKRTN - SECURITY LOG SECLOG NOT AVAILABLE'
001026         GO TO 9450-EXIT
001027     END-IF.
001028     MOVE SPACES TO SECURITY-LOG-RECORD.
001029     MOVE SGN-LOG-OPER-ID TO SC-OPER-ID.
001030     ACCEPT SC-EVENT-DATE FROM DATE.
001031     ACCEPT SC-EVENT-TIME FROM TIME.
001032     MOVE SGN-PROGRAM TO SC-PROGRAM.
001033     MOVE SGN-LOG-EVENT TO SC-EVENT.
001034     MOVE SGN-APPROVER-ID TO SC-APPROVER-ID.
001035     MOVE SGN-LOG-DETAIL TO SC-DETAIL.
001036     WRITE SECURITY-LOG-RECORD.
001037     CLOSE SECURITY-LOG-FILE.
001038 9450-EXIT.
001039     EXIT.
001040*
001041*****************************************************
001042* 9470-LOG-PRIVILEGED-ACTION - GRAVA NO SECLOG A ACAO
001043* DESCRITA EM SGN-LOG-DETAIL, FEITA PELO OPERADOR QUE
001044* ENTROU (E PELO APROVADOR, SE HOUVE).
001045*****************************************************
001046 9470-LOG-PRIVILEGED-ACTION.
001047     MOVE 'P' TO SGN-LOG-EVENT.
001048     MOVE SGN-OPER-ID TO SGN-LOG-OPER-ID.
001049     PERFORM 9450-WRITE-SECURITY-LOG
001050         THRU 9450-EXIT.
001051     MOVE SPACES TO SGN-APPROVER-ID.
001052 9470-EXIT.
001053     EXIT.
