000047* 02/09/2026  RLH  PROGRAMA ORIGINAL - VERIFICACAO DO
000048*                  DIARIO CONTRA O YTDFILE E
000049*                  ARQUIVAMENTO DO ANO FECHADO.
000050* 15/10/2026  RLH  CONTROLE DE EXECUCAO: GRAVA INICIO
000051*                  E FIM NO RUNCTL.DAT COM A CONTAGEM
000052*                  E O HASH DO YTDFILE.
000053*****************************************************
000054 ENVIRONMENT DIVISION.
000055 CONFIGURATION SECTION.
000056 SOURCE-COMPUTER. IBM-PS2.
000057 OBJECT-COMPUTER. IBM-PS2.
000058 INPUT-OUTPUT SECTION.
000059 FILE-CONTROL.
000060     SELECT JOURNAL-FILE ASSIGN TO "YTDJRNL.DAT"
000061         ORGANIZATION IS SEQUENTIAL
000062         FILE STATUS IS WS-JOURNAL-STATUS.
000063     SELECT YTD-FILE ASSIGN TO "YTDFILE.DAT"
000064         ORGANIZATION IS INDEXED
000065         ACCESS MODE IS DYNAMIC
000066         RECORD KEY IS YT-EMP-ID
000067         FILE STATUS IS WS-YTD-STATUS.
000068     SELECT VERIF-RPT-FILE ASSIGN TO "VERIFRPT.DAT"
000069         ORGANIZATION IS SEQUENTIAL
000070         FILE STATUS IS WS-VERIF-STATUS.
000071     SELECT JRN-ARCH-FILE ASSIGN TO "JRNARCH.DAT"
000072         ORGANIZATION IS SEQUENTIAL
000073         FILE STATUS IS WS-JRNARCH-STATUS.
000074     SELECT JRN-WORK-FILE ASSIGN TO "JRNWORK.DAT"
000075         ORGANIZATION IS SEQUENTIAL
000076         FILE STATUS IS WS-JRNWORK-STATUS.
000077     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000078         ORGANIZATION IS SEQUENTIAL
000079         FILE STATUS IS WS-RUNCTL-STATUS.
000080 DATA DIVISION.
000081 FILE SECTION.
000082 FD  JOURNAL-FILE
000083     LABEL RECORDS ARE STANDARD
000084     RECORD CONTAINS 68 CHARACTERS.
000085 COPY JRNREC.
000086 FD  YTD-FILE
000087     LABEL RECORDS ARE STANDARD
000088     RECORD CONTAINS 28 CHARACTERS.
000089 COPY YTDREC.
000090 FD  VERIF-RPT-FILE
000091     LABEL RECORDS ARE STANDARD
000092     RECORD CONTAINS 132 CHARACTERS.
000093 01  VERIF-REC              PIC X(132).
000094 FD  JRN-ARCH-FILE
000095     LABEL RECORDS ARE STANDARD
000096     RECORD CONTAINS 72 CHARACTERS.
000097 01  JRN-ARCH-RECORD.
000098     02  AJ-YEAR            PIC 9(04).
000099     02  AJ-JOURNAL-IMAGE   PIC X(68).
000100 FD  JRN-WORK-FILE
000101     LABEL RECORDS ARE STANDARD
000102     RECORD CONTAINS 68 CHARACTERS.
000103 01  JRN-WORK-RECORD        PIC X(68).
000104*
000105*****************************************************
000106* RUNCTL - CONTROLE DE EXECUCAO DA CADEIA DE FOLHA:
000107* O FIM DO YTDVERIF LEVA A CONTAGEM E O HASH DO
000108* YTDFILE QUE O YEAREND CONFERE ANTES DE FECHAR O ANO.
000109*****************************************************
000110 FD  RUN-CONTROL-FILE
000111     LABEL RECORDS ARE STANDARD
000112     RECORD CONTAINS 126 CHARACTERS.
000113 COPY RUNCREC.
000114 WORKING-STORAGE SECTION.
000115 01  WS-SWITCHES.
000116     02  WS-JOURNAL-EOF-SWITCH PIC X(01) VALUE 'N'.
000117         88  JOURNAL-FILE-EOF          VALUE 'Y'.
000118     02  WS-YTD-EOF-SWITCH  PIC X(01)  VALUE 'N'.
000119         88  YTD-FILE-EOF              VALUE 'Y'.
000120     02  WS-WORK-EOF-SWITCH PIC X(01)  VALUE 'N'.
000121         88  WORK-FILE-EOF             VALUE 'Y'.
000122     02  WS-EMP-FOUND-SWITCH PIC X(01) VALUE 'N'.
000123         88  EMP-ENTRY-FOUND           VALUE 'Y'.
000124 01  WS-JOURNAL-STATUS      PIC X(02)  VALUE '00'.
000125 01  WS-YTD-STATUS          PIC X(02)  VALUE '00'.
000126 01  WS-VERIF-STATUS        PIC X(02)  VALUE '00'.
000127 01  WS-JRNARCH-STATUS      PIC X(02)  VALUE '00'.
000128 01  WS-JRNWORK-STATUS      PIC X(02)  VALUE '00'.
000129*
000130*****************************************************
000131* CONTROLE DE EXECUCAO (RUNCTL.DAT): DADOS DO REGISTRO
000132* QUE ESTE PROGRAMA GRAVA AO COMECAR E AO TERMINAR.
000133*****************************************************
000134 01  WS-RUNCTL-STATUS       PIC X(02)  VALUE '00'.
000135 01  RCL-WORK-AREAS.
000136     02  RCL-STEP-NAME      PIC X(08)  VALUE 'YTDVERIF'.
000137     02  RCL-EVENT          PIC X(01)  VALUE SPACE.
000138     02  RCL-RUN-MODE       PIC X(01)  VALUE SPACE.
000139     02  RCL-RETURN-CODE    PIC 9(02)  VALUE ZERO.
000140     02  RCL-RUN-ID.
000141         03  RCL-PERIOD-END PIC 9(06)  VALUE ZERO.
000142         03  RCL-BATCH-NO   PIC 9(04)  VALUE ZERO.
000143     02  RCL-FILE-NAME      PIC X(12)  VALUE SPACES.
000144     02  RCL-REC-COUNT      PIC 9(07)  VALUE ZERO.
000145     02  RCL-HASH-TOTAL     PIC S9(11)V99 VALUE ZERO.
000146     02  RCL-OPERATOR-ID    PIC X(08)  VALUE SPACES.
000147     02  RCL-MESSAGE        PIC X(40)  VALUE SPACES.
000148     02  RCL-REFUSAL        PIC X(40)  VALUE SPACES.
000149     02  RCL-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000150         88  RUNCTL-FILE-EOF           VALUE 'Y'.
000151     02  RCL-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
000152         88  RCL-INPUT-EOF             VALUE 'Y'.
000153     02  RCL-READ-COUNT     PIC S9(7) COMP VALUE ZERO.
000154 01  WS-ABORT-MESSAGE       PIC X(40)  VALUE SPACES.
000155 01  WS-RUN-DATE.
000156     02  WS-RUN-YY          PIC 99.
000157     02  WS-RUN-MM          PIC 99.
000158     02  WS-RUN-DD          PIC 99.
000159 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
000160                            PIC 9(06).
000161 77  VER-SUB                PIC S9(4) COMP  VALUE ZERO.
000162 77  VER-HIT-SUB            PIC S9(4) COMP  VALUE ZERO.
000163 01  VER-WORK-AREAS.
000164     02  VER-CLOSED-YEAR    PIC 9(04)  VALUE ZERO.
000165     02  VER-CLOSED-YY      PIC 9(02)  VALUE ZERO.
000166     02  VER-YEAR-QUOT      PIC 9(02)  VALUE ZERO.
000167     02  VER-JRN-DATE       PIC 9(06)  VALUE ZERO.
000168     02  VER-JRN-DATE-SPLIT REDEFINES VER-JRN-DATE.
000169         03  VER-JRN-YY     PIC 99.
000170         03  VER-JRN-MM     PIC 99.
000171         03  VER-JRN-DD     PIC 99.
000172 01  VER-TOTALS.
000173     02  VER-CHECKED-COUNT  PIC S9(5) COMP  VALUE ZERO.
000174     02  VER-BALANCED-COUNT PIC S9(5) COMP  VALUE ZERO.
000175     02  VER-UNBAL-COUNT    PIC S9(5) COMP  VALUE ZERO.
000176     02  VER-ARCH-COUNT     PIC S9(5) COMP  VALUE ZERO.
000177     02  VER-KEPT-COUNT     PIC S9(5) COMP  VALUE ZERO.
000178*
000179*****************************************************
000180* TABELA DA REPRODUCAO DO DIARIO: UMA ENTRADA POR
000181* FUNCIONARIO COM A ULTIMA IMAGEM-DEPOIS DE GROSS E
000182* HORAS GRAVADA NO DIARIO, QUE E O ESTADO EM QUE O
000183* YTDFILE DEVERIA ESTAR.
000184*****************************************************
000185 01  VER-TABLE-AREA.
000186     02  VER-COUNT          PIC S9(4) COMP  VALUE ZERO.
000187     02  VER-ENTRY OCCURS 1000 TIMES.
000188         03  VER-EMP-ID     PIC X(05).
000189         03  VER-AFT-GROSS  PIC S9(7)V99.
000190         03  VER-AFT-HOURS  PIC S9(5)V99.
000191         03  VER-SEEN-SW    PIC X(01).
000192 01  VERIF-TITLE-LINE.
000193     02  FILLER             PIC X(24) VALUE SPACES.
000194     02  FILLER             PIC X(34)
000195         VALUE 'YTD JOURNAL VERIFICATION REPORT'.
000196     02  FILLER             PIC X(74) VALUE SPACES.
000197 01  VERIF-DATE-LINE.
000198     02  FILLER             PIC X(24) VALUE SPACES.
000199     02  FILLER             PIC X(10) VALUE 'RUN DATE: '.
000200     02  VF-RUN-MM          PIC 99.
000201     02  FILLER             PIC X(01) VALUE '/'.
000202     02  VF-RUN-DD          PIC 99.
000203     02  FILLER             PIC X(01) VALUE '/'.
000204     02  VF-RUN-YY          PIC 99.
000205     02  FILLER             PIC X(04) VALUE SPACES.
000206     02  FILLER             PIC X(14)
000207         VALUE 'CLOSED YEAR:  '.
000208     02  VF-CLOSED-YEAR     PIC 9(04).
000209     02  FILLER             PIC X(64) VALUE SPACES.
000210 01  VERIF-DETAIL-LINE.
000211     02  FILLER             PIC X(20)
000212         VALUE '*** OUT OF BALANCE  '.
000213     02  VU-EMP-ID          PIC X(05).
000214     02  FILLER             PIC X(08) VALUE '  FILE  '.
000215     02  VU-FILE-GROSS      PIC $$,$$$,$$9.99-.
000216     02  FILLER             PIC X(01) VALUE '/'.
000217     02  VU-FILE-HOURS      PIC ZZ,ZZ9.99-.
000218     02  FILLER             PIC X(10) VALUE '  JOURNAL '.
000219     02  VU-JRN-GROSS       PIC $$,$$$,$$9.99-.
000220     02  FILLER             PIC X(01) VALUE '/'.
000221     02  VU-JRN-HOURS       PIC ZZ,ZZ9.99-.
000222     02  VU-NOTE            PIC X(30) VALUE SPACES.
000223     02  FILLER             PIC X(09) VALUE SPACES.
000224 01  VERIF-TRAILER-LINE.
000225     02  FILLER             PIC X(28)
000226         VALUE '*** END OF VERIFICATION *** '.
000227     02  FILLER             PIC X(09) VALUE 'CHECKED: '.
000228     02  VR-CHECKED         PIC ZZ,ZZ9.
000229     02  FILLER             PIC X(02) VALUE SPACES.
000230     02  FILLER             PIC X(12) VALUE 'IN BALANCE: '.
000231     02  VR-BALANCED        PIC ZZ,ZZ9.
000232     02  FILLER             PIC X(02) VALUE SPACES.
000233     02  FILLER             PIC X(16) VALUE 'OUT OF BALANCE: '.
000234     02  VR-UNBALANCED      PIC ZZ,ZZ9.
000235     02  FILLER             PIC X(02) VALUE SPACES.
000236     02  FILLER             PIC X(10) VALUE 'ARCHIVED: '.
000237     02  VR-ARCHIVED        PIC ZZ,ZZ9.
000238     02  FILLER             PIC X(02) VALUE SPACES.
000239     02  FILLER             PIC X(06) VALUE 'KEPT: '.
000240     02  VR-KEPT            PIC ZZ,ZZ9.
000241     02  FILLER             PIC X(19) VALUE SPACES.
000242 PROCEDURE DIVISION.
000243 0000-MAINLINE.
000244     PERFORM 1000-INITIALIZE-RUN
000245         THRU 1000-EXIT.
000246     PERFORM 2000-READ-JOURNAL
000247         THRU 2000-EXIT.
000248     PERFORM 3000-REPLAY-JOURNAL
000249         THRU 3000-EXIT
000250         UNTIL JOURNAL-FILE-EOF.
000251     PERFORM 4000-VERIFY-YTD-FILE
000252         THRU 4000-EXIT.
000253     IF VER-UNBAL-COUNT = ZERO
000254         PERFORM 5000-ARCHIVE-CLOSED-YEAR
000255             THRU 5000-EXIT
000256     END-IF.
000257     PERFORM 8000-TERMINATE-RUN
000258         THRU 8000-EXIT.
000259     STOP RUN.
000260*
000261*****************************************************
000262* 1000-INITIALIZE-RUN - PEDE AO OPERADOR O ANO JA
000263* FECHADO PELO YEAREND (QUATRO DIGITOS), ABRE OS
000264* ARQUIVOS E IMPRIME O CABECALHO DO RELATORIO.
000265*****************************************************
000266 1000-INITIALIZE-RUN.
000267     DISPLAY 'YTDVERIF - ENTER CLOSED TAX YEAR TO'.
000268     DISPLAY ' ARCHIVE (YYYY, 0000 = VERIFY ONLY):'.
000269     ACCEPT VER-CLOSED-YEAR.
000270     DIVIDE VER-CLOSED-YEAR BY 100
000271         GIVING VER-YEAR-QUOT
000272         REMAINDER VER-CLOSED-YY.
000273     ACCEPT WS-RUN-DATE FROM DATE.
000274     OPEN INPUT JOURNAL-FILE.
000275     IF WS-JOURNAL-STATUS NOT = '00'
000276         MOVE 'JOURNAL YTDJRNL NOT AVAILABLE' TO
000277             WS-ABORT-MESSAGE
000278         PERFORM 9000-ABORT-RUN
000279             THRU 9000-EXIT
000280     END-IF.
000281     OPEN INPUT YTD-FILE.
000282     IF WS-YTD-STATUS NOT = '00'
000283         MOVE 'YTDFILE NOT AVAILABLE' TO WS-ABORT-MESSAGE
000284         PERFORM 9000-ABORT-RUN
000285             THRU 9000-EXIT
000286     END-IF.
000287     OPEN OUTPUT VERIF-RPT-FILE.
000288     MOVE WS-RUN-MM TO VF-RUN-MM.
000289     MOVE WS-RUN-DD TO VF-RUN-DD.
000290     MOVE WS-RUN-YY TO VF-RUN-YY.
000291     MOVE VER-CLOSED-YEAR TO VF-CLOSED-YEAR.
000292     WRITE VERIF-REC FROM VERIF-TITLE-LINE
000293         AFTER ADVANCING PAGE.
000294     WRITE VERIF-REC FROM VERIF-DATE-LINE
000295         AFTER ADVANCING 1 LINE.
000296     MOVE 'YTDFILE.DAT' TO RCL-FILE-NAME.
000297     MOVE 'S' TO RCL-EVENT.
000298     PERFORM 9100-WRITE-RUN-CONTROL
000299         THRU 9100-EXIT.
000300 1000-EXIT.
000301     EXIT.
000302*
000303*****************************************************
000304* 2000-READ-JOURNAL - LE O PROXIMO REGISTRO DO DIARIO.
000305*****************************************************
000306 2000-READ-JOURNAL.
000307     READ JOURNAL-FILE
000308         AT END
000309             MOVE 'Y' TO WS-JOURNAL-EOF-SWITCH
000310     END-READ.
000311 2000-EXIT.
000312     EXIT.
000313*
000314*****************************************************
000315* 3000-REPLAY-JOURNAL - REPRODUZ UM REGISTRO DO DIARIO
000316* PARA A FRENTE: A IMAGEM-DEPOIS DELE PASSA A SER O
000317* ESTADO ESPERADO DO FUNCIONARIO, SOBREPONDO A IMAGEM
000318* DE REGISTROS ANTERIORES; O DIARIO E GRAVADO NA ORDEM
000319* DAS ATUALIZACOES, ENTAO A ULTIMA IMAGEM-DEPOIS DE
000320* CADA FUNCIONARIO E O QUE O YTDFILE DEVE CONTER.
000321*****************************************************
000322 3000-REPLAY-JOURNAL.
000323     PERFORM 3100-SEARCH-TABLE
000324         THRU 3100-EXIT.
000325     IF NOT EMP-ENTRY-FOUND
000326         IF VER-COUNT >= 1000
000327             MOVE 'VERIFY TABLE FULL - JOURNAL TOO LARGE' TO
000328                 WS-ABORT-MESSAGE
000329             PERFORM 9000-ABORT-RUN
000330                 THRU 9000-EXIT
000331         END-IF
000332         ADD 1 TO VER-COUNT
000333         MOVE VER-COUNT TO VER-HIT-SUB
000334         MOVE JR-EMP-ID TO VER-EMP-ID (VER-HIT-SUB)
000335         MOVE 'N' TO VER-SEEN-SW (VER-HIT-SUB)
000336     END-IF.
000337     MOVE JR-AFT-GROSS TO VER-AFT-GROSS (VER-HIT-SUB).
000338     MOVE JR-AFT-HOURS TO VER-AFT-HOURS (VER-HIT-SUB).
000339     PERFORM 2000-READ-JOURNAL
000340         THRU 2000-EXIT.
000341 3000-EXIT.
000342     EXIT.
000343*
000344*****************************************************
000345* 3100-SEARCH-TABLE - PROCURA O FUNCIONARIO DO REGISTRO
000346* DE DIARIO CORRENTE NA TABELA DE REPRODUCAO; SE ACHAR,
000347* DEIXA O INDICE DA ENTRADA EM VER-HIT-SUB.
000348*****************************************************
000349 3100-SEARCH-TABLE.
000350     MOVE 'N' TO WS-EMP-FOUND-SWITCH.
000351     IF VER-COUNT = ZERO
000352         GO TO 3100-EXIT
000353     END-IF.
000354     PERFORM 3110-MATCH-ENTRY
000355         THRU 3110-EXIT
000356         VARYING VER-SUB FROM 1 BY 1
000357         UNTIL VER-SUB > VER-COUNT.
000358 3100-EXIT.
000359     EXIT.
000360*
000361*****************************************************
000362* 3110-MATCH-ENTRY - COMPARA UMA ENTRADA DA TABELA COM
000363* O FUNCIONARIO DO REGISTRO DE DIARIO CORRENTE.
000364*****************************************************
000365 3110-MATCH-ENTRY.
000366     IF VER-EMP-ID (VER-SUB) = JR-EMP-ID
000367         MOVE 'Y' TO WS-EMP-FOUND-SWITCH
000368         MOVE VER-SUB TO VER-HIT-SUB
000369     END-IF.
000370 3110-EXIT.
000371     EXIT.
000372*
000373*****************************************************
000374* 4000-VERIFY-YTD-FILE - PERCORRE O YTDFILE EM ORDEM DE
000375* CHAVE COMPARANDO GROSS E HORAS DE CADA FUNCIONARIO
000376* COM A ULTIMA IMAGEM-DEPOIS DO DIARIO; NO FIM, APONTA
000377* TAMBEM FUNCIONARIO QUE SO EXISTE NO DIARIO.
000378*****************************************************
000379 4000-VERIFY-YTD-FILE.
000380     MOVE LOW-VALUES TO YT-EMP-ID.
000381     START YTD-FILE KEY NOT < YT-EMP-ID
000382         INVALID KEY
000383             MOVE 'Y' TO WS-YTD-EOF-SWITCH
000384     END-START.
000385     PERFORM 4100-READ-NEXT-YTD
000386         THRU 4100-EXIT.
000387     PERFORM 4200-VERIFY-ONE-EMPLOYEE
000388         THRU 4200-EXIT
000389         UNTIL YTD-FILE-EOF.
000390     PERFORM 4500-CHECK-UNSEEN-ENTRY
000391         THRU 4500-EXIT
000392         VARYING VER-SUB FROM 1 BY 1
000393         UNTIL VER-SUB > VER-COUNT.
000394 4000-EXIT.
000395     EXIT.
000396*
000397*****************************************************
000398* 4100-READ-NEXT-YTD - LE O PROXIMO REGISTRO DO YTDFILE
000399* EM ORDEM DE CHAVE.
000400*****************************************************
000401 4100-READ-NEXT-YTD.
000402     READ YTD-FILE NEXT RECORD
000403         AT END
000404             MOVE 'Y' TO WS-YTD-EOF-SWITCH
000405         NOT AT END
000406             ADD 1 TO RCL-REC-COUNT
000407             ADD YT-YTD-GROSS TO RCL-HASH-TOTAL
000408             ADD YT-YTD-HOURS TO RCL-HASH-TOTAL
000409     END-READ.
000410 4100-EXIT.
000411     EXIT.
000412*
000413*****************************************************
000414* 4200-VERIFY-ONE-EMPLOYEE - CONFERE UM REGISTRO DO
000415* YTDFILE CONTRA A TABELA DO DIARIO; FUNCIONARIO SEM
000416* NENHUM REGISTRO NO DIARIO TAMBEM E APONTADO, POIS O
000417* DIARIO DEVERIA COBRIR TODA GRAVACAO NO ARQUIVO.
000418*****************************************************
000419 4200-VERIFY-ONE-EMPLOYEE.
000420     ADD 1 TO VER-CHECKED-COUNT.
000421     MOVE YT-EMP-ID TO JR-EMP-ID.
000422     PERFORM 3100-SEARCH-TABLE
000423         THRU 3100-EXIT.
000424     IF NOT EMP-ENTRY-FOUND
000425         PERFORM 4300-REPORT-NO-JOURNAL
000426             THRU 4300-EXIT
000427         GO TO 4200-READ-NEXT
000428     END-IF.
000429     MOVE 'Y' TO VER-SEEN-SW (VER-HIT-SUB).
000430     IF YT-YTD-GROSS = VER-AFT-GROSS (VER-HIT-SUB)
000431         AND YT-YTD-HOURS = VER-AFT-HOURS (VER-HIT-SUB)
000432         ADD 1 TO VER-BALANCED-COUNT
000433     ELSE
000434         PERFORM 4400-REPORT-UNBALANCED
000435             THRU 4400-EXIT
000436     END-IF.
000437 4200-READ-NEXT.
000438     PERFORM 4100-READ-NEXT-YTD
000439         THRU 4100-EXIT.
000440 4200-EXIT.
000441     EXIT.
000442*
000443*****************************************************
000444* 4300-REPORT-NO-JOURNAL - APONTA NO RELATORIO UM
000445* FUNCIONARIO DO YTDFILE SEM NENHUM REGISTRO NO DIARIO
000446* (ARQUIVO EDITADO POR FORA OU DIARIO JA ARQUIVADO).
000447*****************************************************
000448 4300-REPORT-NO-JOURNAL.
000449     ADD 1 TO VER-UNBAL-COUNT.
000450     MOVE YT-EMP-ID TO VU-EMP-ID.
000451     MOVE YT-YTD-GROSS TO VU-FILE-GROSS.
000452     MOVE YT-YTD-HOURS TO VU-FILE-HOURS.
000453     MOVE ZERO TO VU-JRN-GROSS.
000454     MOVE ZERO TO VU-JRN-HOURS.
000455     MOVE ' NO JOURNAL FOR EMPLOYEE' TO VU-NOTE.
000456     WRITE VERIF-REC FROM VERIF-DETAIL-LINE
000457         AFTER ADVANCING 1 LINE.
000458 4300-EXIT.
000459     EXIT.
000460*
000461*****************************************************
000462* 4400-REPORT-UNBALANCED - APONTA NO RELATORIO UM
000463* FUNCIONARIO CUJO YTDFILE NAO BATE COM A ULTIMA
000464* IMAGEM-DEPOIS DO DIARIO.
000465*****************************************************
000466 4400-REPORT-UNBALANCED.
000467     ADD 1 TO VER-UNBAL-COUNT.
000468     MOVE YT-EMP-ID TO VU-EMP-ID.
000469     MOVE YT-YTD-GROSS TO VU-FILE-GROSS.
000470     MOVE YT-YTD-HOURS TO VU-FILE-HOURS.
000471     MOVE VER-AFT-GROSS (VER-HIT-SUB) TO VU-JRN-GROSS.
000472     MOVE VER-AFT-HOURS (VER-HIT-SUB) TO VU-JRN-HOURS.
000473     MOVE SPACES TO VU-NOTE.
000474     WRITE VERIF-REC FROM VERIF-DETAIL-LINE
000475         AFTER ADVANCING 1 LINE.
000476 4400-EXIT.
000477     EXIT.
000478*
000479*****************************************************
000480* 4500-CHECK-UNSEEN-ENTRY - APONTA NO RELATORIO UM
000481* FUNCIONARIO QUE TEM REGISTROS NO DIARIO MAS NAO
000482* EXISTE MAIS NO YTDFILE.
000483*****************************************************
000484 4500-CHECK-UNSEEN-ENTRY.
000485     IF VER-SEEN-SW (VER-SUB) = 'Y'
000486         GO TO 4500-EXIT
000487     END-IF.
000488     ADD 1 TO VER-UNBAL-COUNT.
000489     MOVE VER-EMP-ID (VER-SUB) TO VU-EMP-ID.
000490     MOVE ZERO TO VU-FILE-GROSS.
000491     MOVE ZERO TO VU-FILE-HOURS.
000492     MOVE VER-AFT-GROSS (VER-SUB) TO VU-JRN-GROSS.
000493     MOVE VER-AFT-HOURS (VER-SUB) TO VU-JRN-HOURS.
000494     MOVE ' EMPLOYEE NOT ON YTDFILE' TO VU-NOTE.
000495     WRITE VERIF-REC FROM VERIF-DETAIL-LINE
000496         AFTER ADVANCING 1 LINE.
000497 4500-EXIT.
000498     EXIT.
000499*
000500*****************************************************
000501* 5000-ARCHIVE-CLOSED-YEAR - COM A VERIFICACAO LIMPA,
000502* RELE O DIARIO SEPARANDO OS REGISTROS DO ANO FECHADO
000503* (PELO ANO DO JR-RUN-DATE) PARA O ARQUIVO MORTO
000504* JRNARCH.DAT, MARCADOS COM O ANO DE QUATRO DIGITOS, E
000505* OS DEMAIS PARA O ARQUIVO DE TRABALHO; NO FIM O
000506* DIARIO VIVO E REGRAVADO SO COM O ANO ABERTO. COM ANO
000507* 0000 O ARQUIVAMENTO NAO E FEITO (SO VERIFICACAO).
000508*****************************************************
000509 5000-ARCHIVE-CLOSED-YEAR.
000510     IF VER-CLOSED-YEAR = ZERO
000511         GO TO 5000-EXIT
000512     END-IF.
000513     CLOSE JOURNAL-FILE.
000514     OPEN INPUT JOURNAL-FILE.
000515     OPEN EXTEND JRN-ARCH-FILE.
000516     IF WS-JRNARCH-STATUS NOT = '00'
000517         OPEN OUTPUT JRN-ARCH-FILE
000518     END-IF.
000519     OPEN OUTPUT JRN-WORK-FILE.
000520     MOVE 'N' TO WS-JOURNAL-EOF-SWITCH.
000521     PERFORM 2000-READ-JOURNAL
000522         THRU 2000-EXIT.
000523     PERFORM 5100-SPLIT-ONE-RECORD
000524         THRU 5100-EXIT
000525         UNTIL JOURNAL-FILE-EOF.
000526     CLOSE JOURNAL-FILE.
000527     CLOSE JRN-ARCH-FILE.
000528     CLOSE JRN-WORK-FILE.
000529     PERFORM 5200-REWRITE-LIVE-JOURNAL
000530         THRU 5200-EXIT.
000531 5000-EXIT.
000532     EXIT.
000533*
000534*****************************************************
000535* 5100-SPLIT-ONE-RECORD - REGISTRO DO DIARIO COM O ANO
000536* DO RUN IGUAL AO ANO FECHADO VAI PARA O ARQUIVO MORTO
000537* (COM O ANO DE QUATRO DIGITOS NA FRENTE); OS DEMAIS
000538* VAO PARA O ARQUIVO DE TRABALHO DO DIARIO VIVO.
000539*****************************************************
000540 5100-SPLIT-ONE-RECORD.
000541     MOVE JR-RUN-DATE TO VER-JRN-DATE.
000542     IF VER-JRN-YY = VER-CLOSED-YY
000543         MOVE VER-CLOSED-YEAR TO AJ-YEAR
000544         MOVE JOURNAL-RECORD TO AJ-JOURNAL-IMAGE
000545         WRITE JRN-ARCH-RECORD
000546         ADD 1 TO VER-ARCH-COUNT
000547     ELSE
000548         MOVE JOURNAL-RECORD TO JRN-WORK-RECORD
000549         WRITE JRN-WORK-RECORD
000550         ADD 1 TO VER-KEPT-COUNT
000551     END-IF.
000552     PERFORM 2000-READ-JOURNAL
000553         THRU 2000-EXIT.
000554 5100-EXIT.
000555     EXIT.
000556*
000557*****************************************************
000558* 5200-REWRITE-LIVE-JOURNAL - REGRAVA O YTDJRNL.DAT A
000559* PARTIR DO ARQUIVO DE TRABALHO, JA SEM OS REGISTROS DO
000560* ANO ARQUIVADO, DE FORMA QUE O DIARIO VIVO SO CARREGUE
000561* O ANO ABERTO.
000562*****************************************************
000563 5200-REWRITE-LIVE-JOURNAL.
000564     OPEN INPUT JRN-WORK-FILE.
000565     OPEN OUTPUT JOURNAL-FILE.
000566     MOVE 'N' TO WS-WORK-EOF-SWITCH.
000567     PERFORM 5210-READ-WORK
000568         THRU 5210-EXIT.
000569     PERFORM 5220-COPY-ONE-RECORD
000570         THRU 5220-EXIT
000571         UNTIL WORK-FILE-EOF.
000572     CLOSE JRN-WORK-FILE.
000573     CLOSE JOURNAL-FILE.
000574 5200-EXIT.
000575     EXIT.
000576*
000577*****************************************************
000578* 5210-READ-WORK - LE O PROXIMO REGISTRO DO ARQUIVO DE
000579* TRABALHO DO DIARIO.
000580*****************************************************
000581 5210-READ-WORK.
000582     READ JRN-WORK-FILE
000583         AT END
000584             MOVE 'Y' TO WS-WORK-EOF-SWITCH
000585     END-READ.
000586 5210-EXIT.
000587     EXIT.
000588*
000589*****************************************************
000590* 5220-COPY-ONE-RECORD - COPIA UM REGISTRO RETIDO DE
000591* VOLTA PARA O DIARIO VIVO.
000592*****************************************************
000593 5220-COPY-ONE-RECORD.
000594     MOVE JRN-WORK-RECORD TO JOURNAL-RECORD.
000595     WRITE JOURNAL-RECORD.
000596     PERFORM 5210-READ-WORK
000597         THRU 5210-EXIT.
000598 5220-EXIT.
000599     EXIT.
000600*
000601*****************************************************
000602* 8000-TERMINATE-RUN - GRAVA O TRAILER DO RELATORIO,
000603* FECHA OS ARQUIVOS E RESUME O RUN NO CONSOLE;
000604* VERIFICACAO FORA DE BALANCE DEVOLVE RETURN-CODE 8 E
000605* O ARQUIVAMENTO FICA PARA DEPOIS DA CORRECAO.
000606*****************************************************
000607 8000-TERMINATE-RUN.
000608     MOVE VER-CHECKED-COUNT TO VR-CHECKED.
000609     MOVE VER-BALANCED-COUNT TO VR-BALANCED.
000610     MOVE VER-UNBAL-COUNT TO VR-UNBALANCED.
000611     MOVE VER-ARCH-COUNT TO VR-ARCHIVED.
000612     MOVE VER-KEPT-COUNT TO VR-KEPT.
000613     WRITE VERIF-REC FROM VERIF-TRAILER-LINE
000614         AFTER ADVANCING 2 LINES.
000615     CLOSE VERIF-RPT-FILE.
000616     CLOSE YTD-FILE.
000617     IF VER-UNBAL-COUNT = ZERO
000618         IF VER-CLOSED-YEAR = ZERO
000619             CLOSE JOURNAL-FILE
000620         END-IF
000621         DISPLAY 'YTDVERIF COMPLETE - EMPLOYEES CHECKED: '
000622             VER-CHECKED-COUNT
000623     ELSE
000624         CLOSE JOURNAL-FILE
000625         DISPLAY 'YTDVERIF - JOURNAL OUT OF BALANCE: '
000626             VER-UNBAL-COUNT ' EMPLOYEES - SEE VERIFRPT'
000627         DISPLAY 'YTDVERIF - ARCHIVING SKIPPED'
000628         MOVE 8 TO RETURN-CODE
000629     END-IF.
000630     MOVE 'F' TO RCL-EVENT.
000631     MOVE RETURN-CODE TO RCL-RETURN-CODE.
000632     PERFORM 9100-WRITE-RUN-CONTROL
000633         THRU 9100-EXIT.
000634 8000-EXIT.
000635     EXIT.
000636*
000637*****************************************************
000638* 9000-ABORT-RUN - ENCERRA O PROGRAMA COM ERRO GRAVE:
000639* MOSTRA A MENSAGEM NO CONSOLE DO OPERADOR E DEVOLVE
000640* RETURN-CODE 16.
000641*****************************************************
000642 9000-ABORT-RUN.
000643     DISPLAY 'YTDVERIF *** RUN ABORTED *** '
000644         WS-ABORT-MESSAGE.
000645     MOVE 16 TO RETURN-CODE.
000646     MOVE 'F' TO RCL-EVENT.
000647     MOVE 16 TO RCL-RETURN-CODE.
000648     MOVE WS-ABORT-MESSAGE TO RCL-MESSAGE.
000649     PERFORM 9100-WRITE-RUN-CONTROL
000650         THRU 9100-EXIT.
000651     STOP RUN.
000652 9000-EXIT.
000653     EXIT.
000654*
000655*****************************************************
000656* 9100-WRITE-RUN-CONTROL - ACRESCENTA AO RUNCTL UM
000657* REGISTRO DESTE PROGRAMA (INICIO, FIM OU LIBERACAO)
000658* COM OS DADOS PREPARADOS EM RCL-WORK-AREAS. SEM O
000659* RUNCTL SO AVISA: O REGISTRO NAO PARA A FOLHA.
000660*****************************************************
000661 9100-WRITE-RUN-CONTROL.
000662     OPEN EXTEND RUN-CONTROL-FILE.
000663     IF WS-RUNCTL-STATUS NOT = '00'
000664         OPEN OUTPUT RUN-CONTROL-FILE
000665     END-IF.
000666     IF WS-RUNCTL-STATUS NOT = '00'
000667         DISPLAY 'YTDVERIF - RUN CONTROL FILE RUNCTL'
000668             ' NOT AVAILABLE'
000669         GO TO 9100-EXIT
000670     END-IF.
000671     MOVE SPACES TO RUN-CONTROL-RECORD.
000672     MOVE RCL-STEP-NAME TO RC-STEP-NAME.
000673     MOVE RCL-EVENT TO RC-EVENT.
000674     MOVE RCL-RUN-MODE TO RC-RUN-MODE.
000675     ACCEPT RC-EVENT-DATE FROM DATE.
000676     ACCEPT RC-EVENT-TIME FROM TIME.
000677     MOVE RCL-RETURN-CODE TO RC-RETURN-CODE.
000678     MOVE RCL-RUN-ID TO RC-RUN-ID.
000679     MOVE RCL-FILE-NAME TO RC-FILE-NAME.
000680     MOVE RCL-REC-COUNT TO RC-REC-COUNT.
000681     MOVE RCL-HASH-TOTAL TO RC-HASH-TOTAL.
000682     MOVE RCL-OPERATOR-ID TO RC-OPERATOR-ID.
000683     MOVE RCL-MESSAGE TO RC-MESSAGE.
000684     WRITE RUN-CONTROL-RECORD.
000685     CLOSE RUN-CONTROL-FILE.
000686 9100-EXIT.
000687     EXIT.
