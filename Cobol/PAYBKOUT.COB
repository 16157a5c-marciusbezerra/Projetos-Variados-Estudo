000023* YTDFILE A PARTIR DO DIARIO DE AUDITORIA YTDJRNL.DAT.
000024* NOME DO ARQUIVO: PAYBKOUT.COB
000025*
000026* O OPERADOR, SUPERVISOR OU ACIMA NO CADASTRO DE
000027* OPERADORES OPERFILE.DAT, ENTRA COM CODIGO E SENHA E
000028* INFORMA O RUN-ID (FIM DE PERIODO + LOTE, 10 DIGITOS)
000029* NO CONSOLE; O ESTORNO SO SEGUE COM A APROVACAO DE UM
000030* SEGUNDO OPERADOR, GERENTE DE FOLHA, E VAI PARA O LOG
000031* DE SEGURANCA SECLOG.DAT. O PROGRAMA SOMA A CONTRIBUICAO
000032* DO RUN (IMAGEM-DEPOIS MENOS IMAGEM-ANTES DE CADA
000033* REGISTRO DO DIARIO) E A SUBTRAI DOS ACUMULADOS DE
000034* CADA FUNCIONARIO, DE FORMA QUE ATIVIDADE POSTERIOR
000035* AO RUN (OUTROS LOTES, FECHAMENTO ANUAL, CORRECOES DO
000036* YTDINQ) E PRESERVADA; O YT-LAST-GROSS SO VOLTA DA
000037* IMAGEM-ANTES QUANDO NAO HA ATIVIDADE POSTERIOR NO
000038* DIARIO. CADA ESTORNO E DIARIZADO COM ACAO 'V' ANTES
000039* DA PROPRIA REGRAVACAO, SAI NO REGISTRO DE RUN ANULADO
000040* (VOIDREG.DAT) PARA A TRILHA CONTABIL E O LOTE E
000041* LIBERADO EM PAIDBAT.DAT PARA O EXTRATO CORRIGIDO SER
000042* REPROCESSADO. FUNCIONARIO QUE JA TEM 'V' DESTE RUN NO
000043* DIARIO E PULADO, DE FORMA QUE UM ESTORNO INTERROMPIDO
000044* PODE SER RELANCADO ATE COMPLETAR SEM SUBTRAIR DUAS
000045* VEZES; RUN TOTALMENTE ESTORNADO TERMINA COM AVISO E
000046* RETURN-CODE 4, SEM ALTERAR NADA.
000047*
000048* HISTORICO DE MODIFICACOES
000049* -------------------------------------------------
000050* DATA       INIC  DESCRICAO
000051* ---------- ----  ---------------------------------
000052* 22/08/2026  RLH  PROGRAMA ORIGINAL - ESTORNO DE RUN
000053*                  DO YTDFILE PELO DIARIO YTDJRNL.
000054* 22/08/2026  RLH  ESTORNO REFEITO POR DELTA: SUBTRAI A
000055*                  CONTRIBUICAO DO RUN DOS ACUMULADOS EM
000056*                  VEZ DE RESTAURAR A PRIMEIRA IMAGEM,
000057*                  PRESERVANDO ATIVIDADE POSTERIOR AO
000058*                  RUN; RUN JA ESTORNADO E RECUSADO.
000059* 22/08/2026  RLH  REGISTRO 'V' DO DIARIO PASSA A SER
000060*                  GRAVADO ADIANTADO, DENTRO DO LACO DE
000061*                  APLICACAO, ANTES DE CADA REWRITE;
000062*                  FUNCIONARIO JA COM 'V' DO RUN E
000063*                  PULADO, PERMITINDO RETOMAR UM
000064*                  ESTORNO INTERROMPIDO SEM ESTORNO EM
000065*                  DOBRO.
000066* 15/10/2026  RLH  CONTROLE DE EXECUCAO: GRAVA INICIO
000067*                  E FIM DO ESTORNO NO RUNCTL.DAT.
000068* 15/10/2026  RLH  O OPERADOR ENTRA COM CODIGO E
000069*                  SENHA DO CADASTRO OPERFILE (9400),
000070*                  COM PAPEL DE SUPERVISOR E BLOQUEIO
000071*                  APOS 3 FALHAS, E O ESTORNO EXIGE
000072*                  UM SEGUNDO APROVADOR GERENTE DE
000073*                  FOLHA (9500); RECUSAS E O ESTORNO
000074*                  FEITO VAO PARA O SECLOG.DAT.
000075*****************************************************
000076 ENVIRONMENT DIVISION.
000077 CONFIGURATION SECTION.
000078 SOURCE-COMPUTER. IBM-PS2.
000079 OBJECT-COMPUTER. IBM-PS2.
000080 INPUT-OUTPUT SECTION.
000081 FILE-CONTROL.
000082     SELECT JOURNAL-FILE ASSIGN TO "YTDJRNL.DAT"
000083         ORGANIZATION IS SEQUENTIAL
000084         FILE STATUS IS WS-JOURNAL-STATUS.
000085     SELECT YTD-FILE ASSIGN TO "YTDFILE.DAT"
000086         ORGANIZATION IS INDEXED
000087         ACCESS MODE IS DYNAMIC
000088         RECORD KEY IS YT-EMP-ID
000089         FILE STATUS IS WS-YTD-STATUS.
000090     SELECT VOID-FILE ASSIGN TO "VOIDREG.DAT"
000091         ORGANIZATION IS SEQUENTIAL
000092         FILE STATUS IS WS-VOID-STATUS.
000093     SELECT PAID-BATCH-FILE ASSIGN TO "PAIDBAT.DAT"
000094         ORGANIZATION IS SEQUENTIAL
000095         FILE STATUS IS WS-PAIDBAT-STATUS.
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
000109 FD  JOURNAL-FILE
000110     LABEL RECORDS ARE STANDARD
000111     RECORD CONTAINS 68 CHARACTERS.
000112 COPY JRNREC.
000113 FD  YTD-FILE
000114     LABEL RECORDS ARE STANDARD
000115     RECORD CONTAINS 28 CHARACTERS.
000116 COPY YTDREC.
000117 FD  VOID-FILE
000118     LABEL RECORDS ARE STANDARD
000119     RECORD CONTAINS 132 CHARACTERS.
000120 01  VOID-REC               PIC X(132).
000121 FD  PAID-BATCH-FILE
000122     LABEL RECORDS ARE STANDARD
000123     RECORD CONTAINS 10 CHARACTERS.
000124 01  PAID-BATCH-RECORD.
000125     02  PB-PERIOD-END      PIC 9(06).
000126     02  PB-BATCH-NO        PIC 9(04).
000127*
000128*****************************************************
000129* RUNCTL - CONTROLE DE EXECUCAO DA CADEIA DE FOLHA:
000130* O PAYBKOUT SO REGISTRA O INICIO E O FIM DO ESTORNO,
000131* COM O RUN-ID ESTORNADO E OS FUNCIONARIOS RESTAURADOS.
000132*****************************************************
000133 FD  RUN-CONTROL-FILE
000134     LABEL RECORDS ARE STANDARD
000135     RECORD CONTAINS 126 CHARACTERS.
000136 COPY RUNCREC.
000137*
000138*****************************************************
000139* SEGURANCA: CADASTRO DE OPERADORES (OPERFILE.DAT) E
000140* LOG DE SEGURANCA (SECLOG.DAT).
000141*****************************************************
000142 FD  OPERATOR-FILE
000143     LABEL RECORDS ARE STANDARD
000144     RECORD CONTAINS 60 CHARACTERS.
000145 COPY OPERREC.
000146 FD  SECURITY-LOG-FILE
000147     LABEL RECORDS ARE STANDARD
000148     RECORD CONTAINS 80 CHARACTERS.
000149 COPY SECLREC.
000150 WORKING-STORAGE SECTION.
000151 01  WS-SWITCHES.
000152     02  WS-JOURNAL-EOF-SWITCH PIC X(01) VALUE 'N'.
000153         88  JOURNAL-FILE-EOF          VALUE 'Y'.
000154     02  WS-PAIDBAT-EOF-SWITCH PIC X(01) VALUE 'N'.
000155         88  PAIDBAT-FILE-EOF          VALUE 'Y'.
000156     02  WS-PAIDBAT-LOAD-SWITCH PIC X(01) VALUE 'N'.
000157         88  PAIDBAT-LOADED            VALUE 'Y'.
000158     02  WS-EMP-FOUND-SWITCH PIC X(01) VALUE 'N'.
000159         88  EMP-ENTRY-FOUND           VALUE 'Y'.
000160 01  WS-JOURNAL-STATUS      PIC X(02)  VALUE '00'.
000161 01  WS-YTD-STATUS          PIC X(02)  VALUE '00'.
000162 01  WS-VOID-STATUS         PIC X(02)  VALUE '00'.
000163 01  WS-PAIDBAT-STATUS      PIC X(02)  VALUE '00'.
000164*
000165*****************************************************
000166* CONTROLE DE EXECUCAO (RUNCTL.DAT): DADOS DO REGISTRO
000167* QUE ESTE PROGRAMA GRAVA AO COMECAR E AO TERMINAR.
000168*****************************************************
000169 01  WS-RUNCTL-STATUS       PIC X(02)  VALUE '00'.
000170 01  RCL-WORK-AREAS.
000171     02  RCL-STEP-NAME      PIC X(08)  VALUE 'PAYBKOUT'.
000172     02  RCL-EVENT          PIC X(01)  VALUE SPACE.
000173     02  RCL-RUN-MODE       PIC X(01)  VALUE SPACE.
000174     02  RCL-RETURN-CODE    PIC 9(02)  VALUE ZERO.
000175     02  RCL-RUN-ID.
000176         03  RCL-PERIOD-END PIC 9(06)  VALUE ZERO.
000177         03  RCL-BATCH-NO   PIC 9(04)  VALUE ZERO.
000178     02  RCL-FILE-NAME      PIC X(12)  VALUE SPACES.
000179     02  RCL-REC-COUNT      PIC 9(07)  VALUE ZERO.
000180     02  RCL-HASH-TOTAL     PIC S9(11)V99 VALUE ZERO.
000181     02  RCL-OPERATOR-ID    PIC X(08)  VALUE SPACES.
000182     02  RCL-MESSAGE        PIC X(40)  VALUE SPACES.
000183     02  RCL-REFUSAL        PIC X(40)  VALUE SPACES.
000184     02  RCL-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000185         88  RUNCTL-FILE-EOF           VALUE 'Y'.
000186     02  RCL-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
000187         88  RCL-INPUT-EOF             VALUE 'Y'.
000188     02  RCL-READ-COUNT     PIC S9(7) COMP VALUE ZERO.
000189 01  WS-ABORT-MESSAGE       PIC X(40)  VALUE SPACES.
000190 01  WS-RUN-DATE.
000191     02  WS-RUN-YY          PIC 99.
000192     02  WS-RUN-MM          PIC 99.
000193     02  WS-RUN-DD          PIC 99.
000194 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
000195                            PIC 9(06).
000196 01  BKO-RUN-ID-IN.
000197     02  BKO-PERIOD-END     PIC 9(06).
000198     02  BKO-BATCH-NO       PIC 9(04).
000199 77  BKO-SUB                PIC S9(3) COMP  VALUE ZERO.
000200 77  BKO-HIT-SUB            PIC S9(3) COMP  VALUE ZERO.
000201 77  PAID-SUB               PIC S9(3) COMP  VALUE ZERO.
000202 01  BKO-WORK-AREAS.
000203     02  BKO-REC-DELTA      PIC S9(7)V99    VALUE ZERO.
000204     02  BKO-VOID-AMT       PIC S9(7)V99    VALUE ZERO.
000205     02  BKO-TOTAL-DELTA    PIC S9(9)V99    VALUE ZERO.
000206     02  BKO-APPLIED-COUNT  PIC S9(3) COMP  VALUE ZERO.
000207 01  BKO-LOG-DETAIL.
000208     02  FILLER             PIC X(15)
000209         VALUE 'BACKOUT OF RUN '.
000210     02  BLD-RUN-ID         PIC X(10).
000211     02  FILLER             PIC X(15)  VALUE SPACES.
000212 01  BKO-TABLE-AREA.
000213     02  BKO-COUNT          PIC S9(3) COMP  VALUE ZERO.
000214     02  BKO-ENTRY OCCURS 500 TIMES.
000215         03  BKO-EMP-ID     PIC X(05).
000216         03  BKO-DELTA-GROSS PIC S9(7)V99.
000217         03  BKO-DELTA-HOURS PIC S9(5)V99.
000218         03  BKO-RESTORE-LAST PIC S9(5)V99.
000219         03  BKO-LATER-SW   PIC X(01).
000220         03  BKO-VOIDED-SW  PIC X(01).
000221 01  PAID-TABLE-AREA.
000222     02  PAID-COUNT         PIC S9(3) COMP  VALUE ZERO.
000223     02  PAID-ENTRY OCCURS 200 TIMES.
000224         03  PD-PERIOD-END  PIC 9(06).
000225         03  PD-BATCH-NO    PIC 9(04).
000226 01  VOID-TITLE-LINE.
000227     02  FILLER             PIC X(24) VALUE SPACES.
000228     02  FILLER             PIC X(29)
000229         VALUE 'EASYCALC VOIDED RUN REGISTER'.
000230     02  FILLER             PIC X(08) VALUE 'RUN ID: '.
000231     02  VT-RUN-ID          PIC X(10).
000232     02  FILLER             PIC X(61) VALUE SPACES.
000233 01  VOID-DATE-LINE.
000234     02  FILLER             PIC X(24) VALUE SPACES.
000235     02  FILLER             PIC X(14)
000236         VALUE 'BACKOUT DATE: '.
000237     02  VD-RUN-MM          PIC 99.
000238     02  FILLER             PIC X(01) VALUE '/'.
000239     02  VD-RUN-DD          PIC 99.
000240     02  FILLER             PIC X(01) VALUE '/'.
000241     02  VD-RUN-YY          PIC 99.
000242     02  FILLER             PIC X(86) VALUE SPACES.
000243 01  VOID-HEADING-LINE.
000244     02  FILLER             PIC X(02) VALUE SPACES.
000245     02  FILLER             PIC X(08) VALUE 'EMP ID'.
000246     02  FILLER             PIC X(18)
000247         VALUE 'YTD GROSS BEFORE'.
000248     02  FILLER             PIC X(18)
000249         VALUE 'YTD GROSS AFTER'.
000250     02  FILLER             PIC X(18)
000251         VALUE 'AMOUNT BACKED OUT'.
000252     02  FILLER             PIC X(68) VALUE SPACES.
000253 01  VOID-DETAIL-LINE.
000254     02  FILLER             PIC X(02) VALUE SPACES.
000255     02  VL-EMP-ID          PIC X(08).
000256     02  VL-BEF-GROSS       PIC $$,$$$,$$9.99-.
000257     02  FILLER             PIC X(04) VALUE SPACES.
000258     02  VL-AFT-GROSS       PIC $$,$$$,$$9.99-.
000259     02  FILLER             PIC X(04) VALUE SPACES.
000260     02  VL-DELTA           PIC $$,$$$,$$9.99-.
000261     02  FILLER             PIC X(02) VALUE SPACES.
000262     02  VL-NOTE            PIC X(26).
000263     02  FILLER             PIC X(44) VALUE SPACES.
000264 01  VOID-WARN-LINE.
000265     02  FILLER             PIC X(04) VALUE '*** '.
000266     02  VW-EMP-ID          PIC X(05).
000267     02  FILLER             PIC X(35)
000268         VALUE ' NOT ON YTDFILE - NOT RESTORED'.
000269     02  FILLER             PIC X(88) VALUE SPACES.
000270 01  VOID-TRAILER-LINE.
000271     02  FILLER             PIC X(23)
000272         VALUE '*** END OF BACKOUT *** '.
000273     02  FILLER             PIC X(20)
000274         VALUE 'EMPLOYEES RESTORED: '.
000275     02  VR-COUNT           PIC ZZ,ZZ9.
000276     02  FILLER             PIC X(04) VALUE SPACES.
000277     02  FILLER             PIC X(18)
000278         VALUE 'TOTAL BACKED OUT: '.
000279     02  VR-TOTAL           PIC $$,$$$,$$9.99-.
000280     02  FILLER             PIC X(47) VALUE SPACES.
000281*
000282*****************************************************
000283* SEGURANCA DE OPERADORES: OPERADOR IDENTIFICADO PELA
000284* 9400, PAPEL MINIMO EXIGIDO, SEGUNDO APROVADOR E
000285* DADOS DO PROXIMO REGISTRO DO SECLOG. A SENHA
000286* DIGITADA SO FICA NA AREA ATE O CALCULO DO CODIGO.
000287*****************************************************
000288 01  WS-OPERFILE-STATUS     PIC X(02)  VALUE '00'.
000289 01  WS-SECLOG-STATUS       PIC X(02)  VALUE '00'.
000290 01  SGN-ROLE-VALUES.
000291     02  SGN-ROLE-INQUIRY   PIC 9(01)  VALUE 1.
000292     02  SGN-ROLE-CLERK     PIC 9(01)  VALUE 2.
000293     02  SGN-ROLE-SUPERVISOR PIC 9(01) VALUE 3.
000294     02  SGN-ROLE-MANAGER   PIC 9(01)  VALUE 4.
000295 01  SGN-WORK-AREAS.
000296     02  SGN-PROGRAM        PIC X(08)  VALUE 'PAYBKOUT'.
000297     02  SGN-OPER-ID        PIC X(08)  VALUE SPACES.
000298     02  SGN-OPER-ROLE      PIC 9(01)  VALUE ZERO.
000299     02  SGN-APPROVER-ID    PIC X(08)  VALUE SPACES.
000300     02  SGN-REQUIRED-ROLE  PIC 9(01)  VALUE ZERO.
000301     02  SGN-CHECK-ROLE     PIC 9(01)  VALUE ZERO.
000302     02  SGN-ATTEMPTS       PIC 9(01)  VALUE ZERO.
000303     02  SGN-RESULT-SWITCH  PIC X(01)  VALUE 'N'.
000304         88  SIGN-ON-ACCEPTED          VALUE 'Y'.
000305     02  SGN-KEY-IN.
000306         03  SGN-IN-ID      PIC X(08)  VALUE SPACES.
000307         03  SGN-IN-PASSWORD PIC X(08) VALUE SPACES.
000308     02  SGN-KEY-CHARS REDEFINES SGN-KEY-IN.
000309         03  SGN-KEY-CHAR   PIC X(01)  OCCURS 16 TIMES.
000310     02  SGN-HASH           PIC 9(10)  VALUE ZERO.
000311     02  SGN-HASH-WORK      PIC 9(12)  VALUE ZERO.
000312     02  SGN-HASH-QUOTIENT  PIC 9(12)  VALUE ZERO.
000313     02  SGN-CHAR-POS       PIC 9(02)  VALUE ZERO.
000314     02  SGN-LOG-EVENT      PIC X(01)  VALUE SPACE.
000315     02  SGN-LOG-OPER-ID    PIC X(08)  VALUE SPACES.
000316     02  SGN-LOG-DETAIL     PIC X(40)  VALUE SPACES.
000317 01  SGN-CHAR-VALUES.
000318     02  FILLER             PIC X(32)
000319         VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
000320     02  FILLER             PIC X(32)
000321         VALUE '56789abcdefghijklmnopqrstuvwxyz-'.
000322 01  SGN-CHAR-TABLE REDEFINES SGN-CHAR-VALUES.
000323     02  SGN-CHAR           PIC X(01)  OCCURS 64 TIMES.
000324 77  SGN-KEY-SUB            PIC S9(3) COMP  VALUE ZERO.
000325 77  SGN-CHAR-SUB           PIC S9(3) COMP  VALUE ZERO.
000326 PROCEDURE DIVISION.
000327 0000-MAINLINE.
000328     PERFORM 1000-INITIALIZE-RUN
000329         THRU 1000-EXIT.
000330     PERFORM 2000-READ-JOURNAL
000331         THRU 2000-EXIT.
000332     PERFORM 3000-PROCESS-JOURNAL
000333         THRU 3000-EXIT
000334         UNTIL JOURNAL-FILE-EOF.
000335     PERFORM 4500-LOAD-PAID-BATCH
000336         THRU 4500-EXIT.
000337     PERFORM 4000-APPLY-BACKOUT
000338         THRU 4000-EXIT.
000339     PERFORM 8000-TERMINATE-RUN
000340         THRU 8000-EXIT.
000341     MOVE BKO-APPLIED-COUNT TO RCL-REC-COUNT.
000342     MOVE BKO-TOTAL-DELTA TO RCL-HASH-TOTAL.
000343     MOVE 'F' TO RCL-EVENT.
000344     MOVE RETURN-CODE TO RCL-RETURN-CODE.
000345     PERFORM 9100-WRITE-RUN-CONTROL
000346         THRU 9100-EXIT.
000347     STOP RUN.
000348*
000349*****************************************************
000350* 1000-INITIALIZE-RUN - ENTRADA DO OPERADOR (SUPERVISOR
000351* OU ACIMA), PEDE O RUN-ID, EXIGE O SEGUNDO APROVADOR
000352* (GERENTE DE FOLHA), ABRE OS ARQUIVOS E IMPRIME O
000353* CABECALHO DO REGISTRO DE RUN ANULADO.
000354*****************************************************
000355 1000-INITIALIZE-RUN.
000356     ACCEPT WS-RUN-DATE FROM DATE.
000357     MOVE SGN-ROLE-SUPERVISOR TO SGN-REQUIRED-ROLE.
000358     PERFORM 9400-SIGN-ON
000359         THRU 9400-EXIT
000360         UNTIL SIGN-ON-ACCEPTED
000361         OR SGN-ATTEMPTS = 3.
000362     IF NOT SIGN-ON-ACCEPTED
000363         MOVE 'OPERATOR SIGN-ON FAILED' TO WS-ABORT-MESSAGE
000364         PERFORM 9000-ABORT-RUN
000365             THRU 9000-EXIT
000366     END-IF.
000367     DISPLAY 'PAYBKOUT - ENTER RUN ID TO BACK OUT'.
000368     DISPLAY '(PERIOD END YYMMDD + BATCH NNNN):'.
000369     ACCEPT BKO-RUN-ID-IN.
000370     MOVE SGN-ROLE-MANAGER TO SGN-REQUIRED-ROLE.
000371     PERFORM 9500-GET-APPROVAL
000372         THRU 9500-EXIT.
000373     IF SGN-APPROVER-ID = SPACES
000374         MOVE 'BACKOUT NOT APPROVED' TO WS-ABORT-MESSAGE
000375         PERFORM 9000-ABORT-RUN
000376             THRU 9000-EXIT
000377     END-IF.
000378     MOVE BKO-RUN-ID-IN TO RCL-RUN-ID.
000379     MOVE 'YTDJRNL.DAT' TO RCL-FILE-NAME.
000380     MOVE 'S' TO RCL-EVENT.
000381     PERFORM 9100-WRITE-RUN-CONTROL
000382         THRU 9100-EXIT.
000383     OPEN INPUT JOURNAL-FILE.
000384     IF WS-JOURNAL-STATUS NOT = '00'
000385         MOVE 'JOURNAL YTDJRNL NOT AVAILABLE' TO
000386             WS-ABORT-MESSAGE
000387         PERFORM 9000-ABORT-RUN
000388             THRU 9000-EXIT
000389     END-IF.
000390     OPEN I-O YTD-FILE.
000391     IF WS-YTD-STATUS NOT = '00'
000392         MOVE 'YTDFILE NOT AVAILABLE' TO WS-ABORT-MESSAGE
000393         PERFORM 9000-ABORT-RUN
000394             THRU 9000-EXIT
000395     END-IF.
000396     OPEN OUTPUT VOID-FILE.
000397     MOVE BKO-RUN-ID-IN TO VT-RUN-ID.
000398     MOVE WS-RUN-MM TO VD-RUN-MM.
000399     MOVE WS-RUN-DD TO VD-RUN-DD.
000400     MOVE WS-RUN-YY TO VD-RUN-YY.
000401     WRITE VOID-REC FROM VOID-TITLE-LINE
000402         AFTER ADVANCING PAGE.
000403     WRITE VOID-REC FROM VOID-DATE-LINE
000404         AFTER ADVANCING 1 LINE.
000405     WRITE VOID-REC FROM VOID-HEADING-LINE
000406         AFTER ADVANCING 2 LINES.
000407 1000-EXIT.
000408     EXIT.
000409*
000410*****************************************************
000411* 2000-READ-JOURNAL - LE O PROXIMO REGISTRO DO DIARIO.
000412*****************************************************
000413 2000-READ-JOURNAL.
000414     READ JOURNAL-FILE
000415         AT END
000416             MOVE 'Y' TO WS-JOURNAL-EOF-SWITCH
000417     END-READ.
000418 2000-EXIT.
000419     EXIT.
000420*
000421*****************************************************
000422* 3000-PROCESS-JOURNAL - CLASSIFICA O REGISTRO DO
000423* DIARIO: 'W'/'R' DO RUN INFORMADO ACUMULAM A
000424* CONTRIBUICAO DO RUN NA TABELA; ACAO 'V' DO RUN
000425* INFORMADO MARCA O FUNCIONARIO COMO JA ESTORNADO, DE
000426* FORMA QUE UM ESTORNO INTERROMPIDO POSSA SER RETOMADO
000427* SEM SUBTRAIR DUAS VEZES DE QUEM JA FOI RESTAURADO; E
000428* QUALQUER OUTRO REGISTRO DE UM FUNCIONARIO JA NA
000429* TABELA E ATIVIDADE POSTERIOR AO RUN, QUE IMPEDE A
000430* RESTAURACAO DO LAST-GROSS PELA IMAGEM.
000431*****************************************************
000432 3000-PROCESS-JOURNAL.
000433     IF JR-PERIOD-END = BKO-PERIOD-END
000434         AND JR-BATCH-NO = BKO-BATCH-NO
000435         IF JOURNAL-VOID-ACTION
000436             PERFORM 3160-NOTE-VOIDED-EMP
000437                 THRU 3160-EXIT
000438         ELSE
000439         IF JOURNAL-WRITE-ACTION
000440             OR JOURNAL-REWRITE-ACTION
000441             PERFORM 3100-ACCUMULATE-ONE
000442                 THRU 3100-EXIT
000443         ELSE
000444             PERFORM 3150-NOTE-LATER-ACTIVITY
000445                 THRU 3150-EXIT
000446         END-IF
000447         END-IF
000448     ELSE
000449         PERFORM 3150-NOTE-LATER-ACTIVITY
000450             THRU 3150-EXIT
000451     END-IF.
000452     PERFORM 2000-READ-JOURNAL
000453         THRU 2000-EXIT.
000454 3000-EXIT.
000455     EXIT.
000456*
000457*****************************************************
000458* 3100-ACCUMULATE-ONE - SOMA NA TABELA A CONTRIBUICAO
000459* DESTE REGISTRO DO DIARIO (IMAGEM-DEPOIS MENOS
000460* IMAGEM-ANTES) PARA O FUNCIONARIO; NA PRIMEIRA
000461* OCORRENCIA GUARDA TAMBEM A IMAGEM-ANTES DO
000462* LAST-GROSS, QUE E O ESTADO ANTERIOR AO RUN INTEIRO.
000463* NENHUM ARQUIVO E ALTERADO NESTA FASE.
000464*****************************************************
000465 3100-ACCUMULATE-ONE.
000466     PERFORM 3110-SEARCH-TABLE
000467         THRU 3110-EXIT.
000468     IF NOT EMP-ENTRY-FOUND
000469         IF BKO-COUNT >= 500
000470             MOVE 'BACKOUT TABLE FULL - RUN TOO LARGE' TO
000471                 WS-ABORT-MESSAGE
000472             PERFORM 9000-ABORT-RUN
000473                 THRU 9000-EXIT
000474         END-IF
000475         ADD 1 TO BKO-COUNT
000476         MOVE BKO-COUNT TO BKO-HIT-SUB
000477         MOVE JR-EMP-ID TO BKO-EMP-ID (BKO-HIT-SUB)
000478         MOVE ZERO TO BKO-DELTA-GROSS (BKO-HIT-SUB)
000479         MOVE ZERO TO BKO-DELTA-HOURS (BKO-HIT-SUB)
000480         MOVE JR-BEF-LAST TO BKO-RESTORE-LAST (BKO-HIT-SUB)
000481         MOVE 'N' TO BKO-LATER-SW (BKO-HIT-SUB)
000482         MOVE 'N' TO BKO-VOIDED-SW (BKO-HIT-SUB)
000483     END-IF.
000484     SUBTRACT JR-BEF-GROSS FROM JR-AFT-GROSS
000485         GIVING BKO-REC-DELTA.
000486     ADD BKO-REC-DELTA TO BKO-DELTA-GROSS (BKO-HIT-SUB).
000487     SUBTRACT JR-BEF-HOURS FROM JR-AFT-HOURS
000488         GIVING BKO-REC-DELTA.
000489     ADD BKO-REC-DELTA TO BKO-DELTA-HOURS (BKO-HIT-SUB).
000490 3100-EXIT.
000491     EXIT.
000492*
000493*****************************************************
000494* 3110-SEARCH-TABLE - PROCURA O FUNCIONARIO DO DIARIO
000495* NA TABELA DE ESTORNOS; SE ACHAR, DEIXA O INDICE DA
000496* ENTRADA EM BKO-HIT-SUB.
000497*****************************************************
000498 3110-SEARCH-TABLE.
000499     MOVE 'N' TO WS-EMP-FOUND-SWITCH.
000500     IF BKO-COUNT = ZERO
000501         GO TO 3110-EXIT
000502     END-IF.
000503     PERFORM 3120-MATCH-ENTRY
000504         THRU 3120-EXIT
000505         VARYING BKO-SUB FROM 1 BY 1
000506         UNTIL BKO-SUB > BKO-COUNT.
000507 3110-EXIT.
000508     EXIT.
000509*
000510*****************************************************
000511* 3120-MATCH-ENTRY - COMPARA UMA ENTRADA DA TABELA COM
000512* O FUNCIONARIO DO REGISTRO DE DIARIO CORRENTE.
000513*****************************************************
000514 3120-MATCH-ENTRY.
000515     IF BKO-EMP-ID (BKO-SUB) = JR-EMP-ID
000516         MOVE 'Y' TO WS-EMP-FOUND-SWITCH
000517         MOVE BKO-SUB TO BKO-HIT-SUB
000518     END-IF.
000519 3120-EXIT.
000520     EXIT.
000521*
000522*****************************************************
000523* 3150-NOTE-LATER-ACTIVITY - UM REGISTRO DO DIARIO QUE
000524* NAO E DO RUN ESTORNADO, MAS DE UM FUNCIONARIO JA NA
000525* TABELA, E ATIVIDADE POSTERIOR AO RUN (OUTRO LOTE,
000526* FECHAMENTO ANUAL OU CORRECAO); MARCA A ENTRADA PARA O
000527* LAST-GROSS NAO SER RESTAURADO PELA IMAGEM E A LINHA
000528* DO REGISTRO DE RUN ANULADO SAIR ANOTADA.
000529*****************************************************
000530 3150-NOTE-LATER-ACTIVITY.
000531     PERFORM 3110-SEARCH-TABLE
000532         THRU 3110-EXIT.
000533     IF EMP-ENTRY-FOUND
000534         MOVE 'Y' TO BKO-LATER-SW (BKO-HIT-SUB)
000535     END-IF.
000536 3150-EXIT.
000537     EXIT.
000538*
000539*****************************************************
000540* 3160-NOTE-VOIDED-EMP - UM REGISTRO 'V' DO PROPRIO RUN
000541* ESTORNADO SIGNIFICA QUE ESTE FUNCIONARIO JA FOI
000542* RESTAURADO POR UM ESTORNO ANTERIOR (COMPLETO OU
000543* INTERROMPIDO); A ENTRADA E MARCADA PARA A 4100 NAO
000544* SUBTRAIR O DELTA UMA SEGUNDA VEZ.
000545*****************************************************
000546 3160-NOTE-VOIDED-EMP.
000547     PERFORM 3110-SEARCH-TABLE
000548         THRU 3110-EXIT.
000549     IF EMP-ENTRY-FOUND
000550         MOVE 'Y' TO BKO-VOIDED-SW (BKO-HIT-SUB)
000551     END-IF.
000552 3160-EXIT.
000553     EXIT.
000554*
000555*****************************************************
000556* 4000-APPLY-BACKOUT - COM O DIARIO INTEIRO LIDO, REABRE
000557* O DIARIO EM EXTEND E APLICA O ESTORNO NO YTDFILE:
000558* SUBTRAI DOS ACUMULADOS A CONTRIBUICAO DO RUN
000559* (PRESERVANDO ATIVIDADE POSTERIOR), SO RESTAURA O
000560* LAST-GROSS PELA IMAGEM-ANTES QUANDO NAO HOUVE
000561* ATIVIDADE POSTERIOR NO FUNCIONARIO, E PULA QUEM JA
000562* TEM 'V' DESTE RUN NO DIARIO (ESTORNO INTERROMPIDO
000563* SENDO RETOMADO).
000564*****************************************************
000565 4000-APPLY-BACKOUT.
000566     CLOSE JOURNAL-FILE.
000567     OPEN EXTEND JOURNAL-FILE.
000568     IF WS-JOURNAL-STATUS NOT = '00'
000569         MOVE 'JOURNAL YTDJRNL NOT EXTENDABLE' TO
000570             WS-ABORT-MESSAGE
000571         PERFORM 9000-ABORT-RUN
000572             THRU 9000-EXIT
000573     END-IF.
000574     PERFORM 4100-APPLY-ONE
000575         THRU 4100-EXIT
000576         VARYING BKO-SUB FROM 1 BY 1
000577         UNTIL BKO-SUB > BKO-COUNT.
000578 4000-EXIT.
000579     EXIT.
000580*
000581*****************************************************
000582* 4100-APPLY-ONE - APLICA O ESTORNO DE UM FUNCIONARIO
000583* DA TABELA NO YTDFILE, DIARIZANDO O REGISTRO 'V' (COM
000584* AS IMAGENS ANTES/DEPOIS) ANTES DO REWRITE, NO MESMO
000585* PADRAO DE DIARIO-ADIANTADO DA 3215 DO EASYCALC, E
000586* GRAVANDO A LINHA DO REGISTRO DE RUN ANULADO.
000587* FUNCIONARIO JA MARCADO COMO ESTORNADO E PULADO.
000588*****************************************************
000589 4100-APPLY-ONE.
000590     IF BKO-VOIDED-SW (BKO-SUB) = 'Y'
000591         GO TO 4100-EXIT
000592     END-IF.
000593     MOVE BKO-EMP-ID (BKO-SUB) TO YT-EMP-ID.
000594     READ YTD-FILE
000595         INVALID KEY
000596             MOVE BKO-EMP-ID (BKO-SUB) TO VW-EMP-ID
000597             WRITE VOID-REC FROM VOID-WARN-LINE
000598                 AFTER ADVANCING 1 LINE
000599             GO TO 4100-EXIT
000600     END-READ.
000601     MOVE YT-YTD-GROSS TO JR-BEF-GROSS.
000602     MOVE YT-YTD-HOURS TO JR-BEF-HOURS.
000603     MOVE YT-LAST-GROSS TO JR-BEF-LAST.
000604     MOVE BKO-EMP-ID (BKO-SUB) TO VL-EMP-ID.
000605     MOVE YT-YTD-GROSS TO VL-BEF-GROSS.
000606     SUBTRACT BKO-DELTA-GROSS (BKO-SUB) FROM YT-YTD-GROSS.
000607     SUBTRACT BKO-DELTA-HOURS (BKO-SUB) FROM YT-YTD-HOURS.
000608     IF BKO-LATER-SW (BKO-SUB) = 'Y'
000609         MOVE 'LATER ACTIVITY - LAST KEPT' TO VL-NOTE
000610     ELSE
000611         MOVE BKO-RESTORE-LAST (BKO-SUB) TO YT-LAST-GROSS
000612         MOVE SPACES TO VL-NOTE
000613     END-IF.
000614     MOVE YT-YTD-GROSS TO JR-AFT-GROSS.
000615     MOVE YT-YTD-HOURS TO JR-AFT-HOURS.
000616     MOVE YT-LAST-GROSS TO JR-AFT-LAST.
000617     MOVE BKO-PERIOD-END TO JR-PERIOD-END.
000618     MOVE BKO-BATCH-NO TO JR-BATCH-NO.
000619     MOVE BKO-EMP-ID (BKO-SUB) TO JR-EMP-ID.
000620     MOVE 'V' TO JR-ACTION.
000621     MOVE WS-RUN-DATE-NUM TO JR-RUN-DATE.
000622     WRITE JOURNAL-RECORD.
000623     MOVE YT-YTD-GROSS TO VL-AFT-GROSS.
000624     SUBTRACT BKO-DELTA-GROSS (BKO-SUB) FROM ZERO
000625         GIVING BKO-VOID-AMT.
000626     MOVE BKO-VOID-AMT TO VL-DELTA.
000627     ADD BKO-VOID-AMT TO BKO-TOTAL-DELTA.
000628     REWRITE YTD-RECORD.
000629     ADD 1 TO BKO-APPLIED-COUNT.
000630     WRITE VOID-REC FROM VOID-DETAIL-LINE
000631         AFTER ADVANCING 1 LINE.
000632 4100-EXIT.
000633     EXIT.
000634*
000635*****************************************************
000636* 4500-LOAD-PAID-BATCH - ANTES DE QUALQUER ALTERACAO DE
000637* ARQUIVO, RELE O PAIDBAT.DAT PARA A TABELA, JA SEM O
000638* LOTE ESTORNADO; SE A TABELA NAO COMPORTAR O ARQUIVO O
000639* RUN ABORTA AQUI, COM O YTDFILE E O DIARIO AINDA
000640* INTACTOS, EM VEZ DE DEIXAR UM ESTORNO FEITO SEM O
000641* LOTE LIBERADO.
000642*****************************************************
000643 4500-LOAD-PAID-BATCH.
000644     OPEN INPUT PAID-BATCH-FILE.
000645     IF WS-PAIDBAT-STATUS NOT = '00'
000646         GO TO 4500-EXIT
000647     END-IF.
000648     MOVE 'Y' TO WS-PAIDBAT-LOAD-SWITCH.
000649     MOVE 'N' TO WS-PAIDBAT-EOF-SWITCH.
000650     MOVE ZERO TO PAID-COUNT.
000651     PERFORM 4510-READ-PAID-BATCH
000652         THRU 4510-EXIT.
000653     PERFORM 4520-LOAD-ONE-BATCH
000654         THRU 4520-EXIT
000655         UNTIL PAIDBAT-FILE-EOF.
000656     CLOSE PAID-BATCH-FILE.
000657 4500-EXIT.
000658     EXIT.
000659*
000660*****************************************************
000661* 4510-READ-PAID-BATCH - LE O PROXIMO LOTE JA PAGO.
000662*****************************************************
000663 4510-READ-PAID-BATCH.
000664     READ PAID-BATCH-FILE
000665         AT END
000666             MOVE 'Y' TO WS-PAIDBAT-EOF-SWITCH
000667     END-READ.
000668 4510-EXIT.
000669     EXIT.
000670*
000671*****************************************************
000672* 4520-LOAD-ONE-BATCH - GUARDA NA TABELA OS LOTES QUE
000673* NAO SAO O LOTE ESTORNADO.
000674*****************************************************
000675 4520-LOAD-ONE-BATCH.
000676     IF PB-PERIOD-END = BKO-PERIOD-END
000677         AND PB-BATCH-NO = BKO-BATCH-NO
000678         GO TO 4520-READ-NEXT
000679     END-IF.
000680     IF PAID-COUNT >= 200
000681         MOVE 'PAIDBAT TABLE FULL - NOTHING CHANGED' TO
000682             WS-ABORT-MESSAGE
000683         PERFORM 9000-ABORT-RUN
000684             THRU 9000-EXIT
000685     END-IF.
000686     ADD 1 TO PAID-COUNT.
000687     MOVE PB-PERIOD-END TO PD-PERIOD-END (PAID-COUNT).
000688     MOVE PB-BATCH-NO TO PD-BATCH-NO (PAID-COUNT).
000689 4520-READ-NEXT.
000690     PERFORM 4510-READ-PAID-BATCH
000691         THRU 4510-EXIT.
000692 4520-EXIT.
000693     EXIT.
000694*
000695*****************************************************
000696* 8000-TERMINATE-RUN - GRAVA O TRAILER DO REGISTRO DE
000697* RUN ANULADO, LIBERA O LOTE EM PAIDBAT.DAT E FECHA OS
000698* ARQUIVOS; OS REGISTROS 'V' DO DIARIO JA FORAM
000699* GRAVADOS PELA 4100, ADIANTADOS A CADA REWRITE.
000700*****************************************************
000701 8000-TERMINATE-RUN.
000702     MOVE BKO-APPLIED-COUNT TO VR-COUNT.
000703     MOVE BKO-TOTAL-DELTA TO VR-TOTAL.
000704     WRITE VOID-REC FROM VOID-TRAILER-LINE
000705         AFTER ADVANCING 2 LINES.
000706     CLOSE VOID-FILE.
000707     CLOSE JOURNAL-FILE.
000708     CLOSE YTD-FILE.
000709     IF BKO-COUNT = ZERO
000710         DISPLAY 'PAYBKOUT - RUN ID NOT FOUND IN JOURNAL'
000711         MOVE 4 TO RETURN-CODE
000712         GO TO 8000-EXIT
000713     END-IF.
000714     IF BKO-APPLIED-COUNT = ZERO
000715         DISPLAY 'PAYBKOUT - RUN ALREADY BACKED OUT'
000716         MOVE 4 TO RETURN-CODE
000717         GO TO 8000-EXIT
000718     END-IF.
000719     PERFORM 8200-RELEASE-BATCH
000720         THRU 8200-EXIT.
000721     MOVE BKO-RUN-ID-IN TO BLD-RUN-ID.
000722     MOVE BKO-LOG-DETAIL TO SGN-LOG-DETAIL.
000723     PERFORM 9470-LOG-PRIVILEGED-ACTION
000724         THRU 9470-EXIT.
000725     DISPLAY 'PAYBKOUT COMPLETE - EMPLOYEES RESTORED: '
000726         BKO-APPLIED-COUNT.
000727 8000-EXIT.
000728     EXIT.
000729*
000730*****************************************************
000731* 8200-RELEASE-BATCH - REGRAVA O PAIDBAT.DAT A PARTIR
000732* DA TABELA CARREGADA PELA 4500 (JA SEM O LOTE
000733* ESTORNADO), DE FORMA QUE O EASYCALC ACEITE
000734* REPROCESSAR O EXTRATO CORRIGIDO DO MESMO
000735* PERIODO/LOTE.
000736*****************************************************
000737 8200-RELEASE-BATCH.
000738     IF NOT PAIDBAT-LOADED
000739         GO TO 8200-EXIT
000740     END-IF.
000741     OPEN OUTPUT PAID-BATCH-FILE.
000742     PERFORM 8230-REWRITE-PAID-BATCH
000743         THRU 8230-EXIT
000744         VARYING PAID-SUB FROM 1 BY 1
000745         UNTIL PAID-SUB > PAID-COUNT.
000746     CLOSE PAID-BATCH-FILE.
000747 8200-EXIT.
000748     EXIT.
000749*
000750*****************************************************
000751* 8230-REWRITE-PAID-BATCH - REGRAVA UM LOTE RETIDO DA
000752* TABELA NO PAIDBAT.DAT RECONSTRUIDO.
000753*****************************************************
000754 8230-REWRITE-PAID-BATCH.
000755     MOVE PD-PERIOD-END (PAID-SUB) TO PB-PERIOD-END.
000756     MOVE PD-BATCH-NO (PAID-SUB) TO PB-BATCH-NO.
000757     WRITE PAID-BATCH-RECORD.
000758 8230-EXIT.
000759     EXIT.
000760*
000761*****************************************************
000762* 9000-ABORT-RUN - ENCERRA O PROGRAMA COM ERRO GRAVE:
000763* MOSTRA A MENSAGEM NO CONSOLE DO OPERADOR, DEVOLVE
000764* RETURN-CODE 16 E PARA SEM CONCLUIR O ESTORNO.
000765*****************************************************
000766 9000-ABORT-RUN.
000767     DISPLAY 'PAYBKOUT *** RUN ABORTED *** '
000768         WS-ABORT-MESSAGE.
000769     MOVE 16 TO RETURN-CODE.
000770     MOVE 'F' TO RCL-EVENT.
000771     MOVE 16 TO RCL-RETURN-CODE.
000772     MOVE WS-ABORT-MESSAGE TO RCL-MESSAGE.
000773     PERFORM 9100-WRITE-RUN-CONTROL
000774         THRU 9100-EXIT.
000775     STOP RUN.
000776 9000-EXIT.
000777     EXIT.
000778*
000779*****************************************************
000780* 9100-WRITE-RUN-CONTROL - ACRESCENTA AO RUNCTL UM
000781* REGISTRO DESTE PROGRAMA (INICIO, FIM OU LIBERACAO)
000782* COM OS DADOS PREPARADOS EM RCL-WORK-AREAS. SEM O
000783* RUNCTL SO AVISA: O REGISTRO NAO PARA A FOLHA.
000784*****************************************************
000785 9100-WRITE-RUN-CONTROL.
000786     OPEN EXTEND RUN-CONTROL-FILE.
000787     IF WS-RUNCTL-STATUS NOT = '00'
000788         OPEN OUTPUT RUN-CONTROL-FILE
000789     END-IF.
000790     IF WS-RUNCTL-STATUS NOT = '00'
000791         DISPLAY 'PAYBKOUT - RUN CONTROL FILE RUNCTL'
000792             ' NOT AVAILABLE'
000793         GO TO 9100-EXIT
000794     END-IF.
000795     MOVE SPACES TO RUN-CONTROL-RECORD.
000796     MOVE RCL-STEP-NAME TO RC-STEP-NAME.
000797     MOVE RCL-EVENT TO RC-EVENT.
000798     MOVE RCL-RUN-MODE TO RC-RUN-MODE.
000799     ACCEPT RC-EVENT-DATE FROM DATE.
000800     ACCEPT RC-EVENT-TIME FROM TIME.
000801     MOVE RCL-RETURN-CODE TO RC-RETURN-CODE.
000802     MOVE RCL-RUN-ID TO RC-RUN-ID.
000803     MOVE RCL-FILE-NAME TO RC-FILE-NAME.
000804     MOVE RCL-REC-COUNT TO RC-REC-COUNT.
000805     MOVE RCL-HASH-TOTAL TO RC-HASH-TOTAL.
000806     MOVE RCL-OPERATOR-ID TO RC-OPERATOR-ID.
000807     MOVE RCL-MESSAGE TO RC-MESSAGE.
000808     WRITE RUN-CONTROL-RECORD.
000809     CLOSE RUN-CONTROL-FILE.
000810 9100-EXIT.
000811     EXIT.
000812*
000813*****************************************************
000814* 9400-SIGN-ON - UMA TENTATIVA DE ENTRADA: LE O CODIGO
000815* E A SENHA DO OPERADOR E CONFERE NO CADASTRO COM O
000816* PAPEL MINIMO SGN-REQUIRED-ROLE. CODIGO EM BRANCO
000817* DESISTE (ESGOTA AS TENTATIVAS).
000818*****************************************************
000819 9400-SIGN-ON.
000820     ADD 1 TO SGN-ATTEMPTS.
000821     DISPLAY 'PAYBKOUT - OPERATOR ID (BLANK = CANCEL):'.
000822     ACCEPT SGN-IN-ID.
000823     IF SGN-IN-ID = SPACES
000824         MOVE 3 TO SGN-ATTEMPTS
000825         GO TO 9400-EXIT
000826     END-IF.
000827     DISPLAY 'PAYBKOUT - PASSWORD:'.
000828     ACCEPT SGN-IN-PASSWORD.
000829     PERFORM 9410-CHECK-OPERATOR
000830         THRU 9410-EXIT.
000831     MOVE SPACES TO SGN-IN-PASSWORD.
000832     IF SIGN-ON-ACCEPTED
000833         MOVE SGN-IN-ID TO SGN-OPER-ID
000834         MOVE SGN-CHECK-ROLE TO SGN-OPER-ROLE
000835     END-IF.
000836 9400-EXIT.
000837     EXIT.
000838*
000839*****************************************************
000840* 9410-CHECK-OPERATOR - CONFERE SGN-IN-ID E A SENHA NO
000841* CADASTRO DE OPERADORES: OPERADOR ATIVO, NAO
000842* BLOQUEADO, SENHA CERTA E PAPEL NAO MENOR QUE O
000843* EXIGIDO. SENHA ERRADA SOMA UMA FALHA E A TERCEIRA
000844* SEGUIDA BLOQUEIA O OPERADOR; SENHA CERTA ZERA A
000845* CONTAGEM. TODA RECUSA VAI PARA O SECLOG.
000846*****************************************************
000847 9410-CHECK-OPERATOR.
000848     MOVE 'N' TO SGN-RESULT-SWITCH.
000849     MOVE SGN-IN-ID TO SGN-LOG-OPER-ID.
000850     MOVE 'F' TO SGN-LOG-EVENT.
000851     OPEN I-O OPERATOR-FILE.
000852     IF WS-OPERFILE-STATUS NOT = '00'
000853         DISPLAY 'PAYBKOUT - OPERATOR FILE OPERFILE NOT AVAILABLE'
000854         GO TO 9410-EXIT
000855     END-IF.
000856     MOVE SGN-IN-ID TO OP-OPER-ID.
000857     READ OPERATOR-FILE
000858         INVALID KEY
000859             MOVE 'UNKNOWN OPERATOR ID' TO SGN-LOG-DETAIL
000860             GO TO 9410-REFUSED
000861     END-READ.
000862     IF NOT OPERATOR-ACTIVE
000863         MOVE 'OPERATOR NOT ACTIVE' TO SGN-LOG-DETAIL
000864         GO TO 9410-REFUSED
000865     END-IF.
000866     IF OPERATOR-LOCKED
000867         MOVE 'OPERATOR LOCKED OUT' TO SGN-LOG-DETAIL
000868         GO TO 9410-REFUSED
000869     END-IF.
000870     PERFORM 9420-HASH-PASSWORD
000871         THRU 9420-EXIT.
000872     IF SGN-HASH NOT = OP-PASSWORD-HASH
000873         ADD 1 TO OP-FAIL-COUNT
000874         MOVE 'WRONG PASSWORD' TO SGN-LOG-DETAIL
000875         IF OP-FAIL-COUNT NOT < 3
000876             MOVE 'Y' TO OP-LOCKED-FLAG
000877             MOVE 'L' TO SGN-LOG-EVENT
000878             MOVE 'LOCKED AFTER 3 FAILED SIGN-ONS' TO
000879                 SGN-LOG-DETAIL
000880         END-IF
000881         REWRITE OPERATOR-RECORD
000882         GO TO 9410-REFUSED
000883     END-IF.
000884     MOVE ZERO TO OP-FAIL-COUNT.
000885     ACCEPT OP-LAST-SIGNON FROM DATE.
000886     REWRITE OPERATOR-RECORD.
000887     IF OP-ROLE < SGN-REQUIRED-ROLE
000888         MOVE 'D' TO SGN-LOG-EVENT
000889         MOVE 'ROLE TOO LOW FOR THIS FUNCTION' TO
000890             SGN-LOG-DETAIL
000891         GO TO 9410-REFUSED
000892     END-IF.
000893     MOVE OP-ROLE TO SGN-CHECK-ROLE.
000894     MOVE 'Y' TO SGN-RESULT-SWITCH.
000895     CLOSE OPERATOR-FILE.
000896     GO TO 9410-EXIT.
000897 9410-REFUSED.
000898     CLOSE OPERATOR-FILE.
000899     IF SGN-LOG-EVENT = 'F'
000900         DISPLAY 'PAYBKOUT - INVALID OPERATOR ID OR PASSWORD'
000901     ELSE
000902         DISPLAY 'PAYBKOUT - ' SGN-LOG-DETAIL
000903     END-IF.
000904     PERFORM 9450-WRITE-SECURITY-LOG
000905         THRU 9450-EXIT.
000906 9410-EXIT.
000907     EXIT.
000908*
000909*****************************************************
000910* 9420-HASH-PASSWORD - CALCULA O CODIGO GUARDADO NO
000911* CADASTRO EM LUGAR DA SENHA: CADA CARACTER DE
000912* OPERADOR + SENHA VIRA SUA POSICAO NA TABELA
000913* SGN-CHAR (65 FORA DELA) E ENTRA NO CODIGO POR
000914* CODIGO X 67 + POSICAO, MODULO 999999937. TEM DE SER
000915* O MESMO EM TODOS OS PROGRAMAS.
000916*****************************************************
000917 9420-HASH-PASSWORD.
000918     MOVE ZERO TO SGN-HASH.
000919     PERFORM 9430-HASH-ONE-CHAR
000920         THRU 9430-EXIT
000921         VARYING SGN-KEY-SUB FROM 1 BY 1
000922         UNTIL SGN-KEY-SUB > 16.
000923 9420-EXIT.
000924     EXIT.
000925*
000926*****************************************************
000927* 9430-HASH-ONE-CHAR - SOMA UM CARACTER AO CODIGO.
000928*****************************************************
000929 9430-HASH-ONE-CHAR.
000930     MOVE ZERO TO SGN-CHAR-POS.
000931     PERFORM 9440-MATCH-CHAR
000932         THRU 9440-EXIT
000933         VARYING SGN-CHAR-SUB FROM 1 BY 1
000934         UNTIL SGN-CHAR-SUB > 64
000935         OR SGN-CHAR-POS NOT = ZERO.
000936     IF SGN-CHAR-POS = ZERO
000937         MOVE 65 TO SGN-CHAR-POS
000938     END-IF.
000939     MULTIPLY SGN-HASH BY 67 GIVING SGN-HASH-WORK.
000940     ADD SGN-CHAR-POS TO SGN-HASH-WORK.
000941     DIVIDE SGN-HASH-WORK BY 999999937
000942         GIVING SGN-HASH-QUOTIENT
000943         REMAINDER SGN-HASH.
000944 9430-EXIT.
000945     EXIT.
000946*
000947*****************************************************
000948* 9440-MATCH-CHAR - COMPARA UMA ENTRADA DA TABELA DE
000949* CARACTERES COM O CARACTER DA VEZ.
000950*****************************************************
000951 9440-MATCH-CHAR.
000952     IF SGN-CHAR (SGN-CHAR-SUB) = SGN-KEY-CHAR (SGN-KEY-SUB)
000953         MOVE SGN-CHAR-SUB TO SGN-CHAR-POS
000954     END-IF.
000955 9440-EXIT.
000956     EXIT.
000957*
000958*****************************************************
000959* 9450-WRITE-SECURITY-LOG - ACRESCENTA AO SECLOG UM
000960* REGISTRO COM OS DADOS PREPARADOS EM SGN-WORK-AREAS.
000961* SEM O SECLOG SO AVISA.
000962*****************************************************
000963 9450-WRITE-SECURITY-LOG.
000964     OPEN EXTEND SECURITY-LOG-FILE.
000965     IF WS-SECLOG-STATUS NOT = '00'
000966         OPEN OUTPUT SECURITY-LOG-FILE
000967     END-IF.
000968     IF WS-SECLOG-STATUS NOT = '00'
000969         DISPLAY 'PAYBKOUT - SECURITY LOG SECLOG NOT AVAILABLE'
000970         GO TO 9450-EXIT
000971     END-IF.
000972     MOVE SPACES TO SECURITY-LOG-RECORD.
000973     MOVE SGN-LOG-OPER-ID TO SC-OPER-ID.
000974     ACCEPT SC-EVENT-DATE FROM DATE.
000975     ACCEPT SC-EVENT-TIME FROM TIME.
000976     MOVE SGN-PROGRAM TO SC-PROGRAM.
000977     MOVE SGN-LOG-EVENT TO SC-EVENT.
000978     MOVE SGN-APPROVER-ID TO SC-APPROVER-ID.
000979     MOVE SGN-LOG-DETAIL TO SC-DETAIL.
000980     WRITE SECURITY-LOG-RECORD.
000981     CLOSE SECURITY-LOG-FILE.
000982 9450-EXIT.
000983     EXIT.
000984*
000985*****************************************************
000986* 9470-LOG-PRIVILEGED-ACTION - GRAVA NO SECLOG A ACAO
000987* DESCRITA EM SGN-LOG-DETAIL, FEITA PELO OPERADOR QUE
000988* ENTROU (E PELO APROVADOR, SE HOUVE).
000989*****************************************************
000990 9470-LOG-PRIVILEGED-ACTION.
000991     MOVE 'P' TO SGN-LOG-EVENT.
000992     MOVE SGN-OPER-ID TO SGN-LOG-OPER-ID.
000993     PERFORM 9450-WRITE-SECURITY-LOG
000994         THRU 9450-EXIT.
000995     MOVE SPACES TO SGN-APPROVER-ID.
000996 9470-EXIT.
000997     EXIT.
000998*
000999*****************************************************
001000* 9500-GET-APPROVAL - SEGUNDO APROVADOR: OUTRO
001001* OPERADOR, DIFERENTE DO QUE ENTROU, COM PAPEL NAO
001002* MENOR QUE SGN-REQUIRED-ROLE, DIGITA CODIGO E SENHA.
001003* SEM APROVACAO SGN-APPROVER-ID VOLTA EM BRANCO.
001004*****************************************************
001005 9500-GET-APPROVAL.
001006     MOVE SPACES TO SGN-APPROVER-ID.
001007     DISPLAY 'PAYBKOUT - SECOND APPROVER ID (BLANK = CANCEL):'.
001008     ACCEPT SGN-IN-ID.
001009     IF SGN-IN-ID = SPACES
001010         GO TO 9500-EXIT
001011     END-IF.
001012     IF SGN-IN-ID = SGN-OPER-ID
001013         DISPLAY 'PAYBKOUT - APPROVER MUST BE ANOTHER OPERATOR'
001014         MOVE 'D' TO SGN-LOG-EVENT
001015         MOVE SGN-OPER-ID TO SGN-LOG-OPER-ID
001016         MOVE 'SELF-APPROVAL REFUSED' TO SGN-LOG-DETAIL
001017         PERFORM 9450-WRITE-SECURITY-LOG
001018             THRU 9450-EXIT
001019         GO TO 9500-EXIT
001020     END-IF.
001021     DISPLAY 'PAYBKOUT - APPROVER PASSWORD:'.
001022     ACCEPT SGN-IN-PASSWORD.
001023     PERFORM 9410-CHECK-OPERATOR
001024         THRU 9410-EXIT.
001025     MOVE SPACES TO SGN-IN-PASSWORD.
001026     IF SIGN-ON-ACCEPTED
001027         MOVE SGN-IN-ID TO SGN-APPROVER-ID
001028     END-IF.
001029 9500-EXIT.
001030     EXIT.
