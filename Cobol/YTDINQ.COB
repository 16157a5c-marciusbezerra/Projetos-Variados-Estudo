000025* O ARQUIVO INDEXADO.
000026* NOME DO ARQUIVO: YTDINQ.COB
000027*
000028* O OPERADOR ENTRA COM CODIGO E SENHA DO CADASTRO DE
000029* OPERADORES OPERFILE.DAT.
000030* OPCAO I (CONSULTA): QUALQUER OPERADOR VE O YTD-GROSS,
000031* YTD-HOURS E LAST-GROSS DE UM FUNCIONARIO.
000032* OPCAO C (CORRECAO): SO OPERADOR COM PAPEL DE
000033* SUPERVISOR OU ACIMA ALTERA UM DOS TRES CAMPOS;
000034* CADA CORRECAO E GRAVADA EM YTDCORR.DAT COM DATA,
000035* OPERADOR, FUNCIONARIO, CAMPO, VALOR ANTIGO E VALOR
000036* NOVO, EM VEZ DA EDICAO OFFLINE DO ARQUIVO.
000037*
000038* HISTORICO DE MODIFICACOES
000039* -------------------------------------------------
000040* DATA       INIC  DESCRICAO
000041* ---------- ----  ---------------------------------
000042* 22/08/2026  RLH  PROGRAMA ORIGINAL - CONSULTA E
000043*                  CORRECAO AUTORIZADA DO YTDFILE.
000044* 22/08/2026  RLH  ALEM DO LOG YTDCORR, CADA CORRECAO
000045*                  PASSA A SER DIARIZADA EM YTDJRNL.DAT
000046*                  COM ACAO 'C' E IMAGENS ANTES/DEPOIS,
000047*                  PARA O PAYBKOUT ENXERGAR A CORRECAO
000048*                  COMO ATIVIDADE POSTERIOR AO RUN.
000049* 15/10/2026  RLH  REGISTRO DO CADASTRO EMPMAST PASSA
000050*                  A 62 POSICOES COM O NUMERO DE
000051*                  DEPENDENTES (EM-DEPENDENTS) NO FIM
000052*                  DO COPYBOOK EMPREC.
000053* 15/10/2026  RLH  O OPERADOR ENTRA COM CODIGO E
000054*                  SENHA DO CADASTRO OPERFILE (9400),
000055*                  COM BLOQUEIO APOS 3 FALHAS; A
000056*                  OPCAO C EXIGE PAPEL DE SUPERVISOR
000057*                  E O YTDCORR GRAVA O OPERADOR QUE
000058*                  ENTROU; RECUSAS E CORRECOES VAO
000059*                  PARA O LOG DE SEGURANCA
000060*                  SECLOG.DAT.
000061*****************************************************
000062 ENVIRONMENT DIVISION.
000063 CONFIGURATION SECTION.
000064 SOURCE-COMPUTER. IBM-PS2.
000065 OBJECT-COMPUTER. IBM-PS2.
000066 INPUT-OUTPUT SECTION.
000067 FILE-CONTROL.
000068     SELECT YTD-FILE ASSIGN TO "YTDFILE.DAT"
000069         ORGANIZATION IS INDEXED
000070         ACCESS MODE IS DYNAMIC
000071         RECORD KEY IS YT-EMP-ID
000072         FILE STATUS IS WS-YTD-STATUS.
000073     SELECT EMP-FILE ASSIGN TO "EMPMAST.DAT"
000074         ORGANIZATION IS INDEXED
000075         ACCESS MODE IS DYNAMIC
000076         RECORD KEY IS EM-EMP-ID
000077         FILE STATUS IS WS-EMPMAST-STATUS.
000078     SELECT CORR-LOG-FILE ASSIGN TO "YTDCORR.DAT"
000079         ORGANIZATION IS SEQUENTIAL
000080         FILE STATUS IS WS-CORRLOG-STATUS.
000081     SELECT JOURNAL-FILE ASSIGN TO "YTDJRNL.DAT"
000082         ORGANIZATION IS SEQUENTIAL
000083         FILE STATUS IS WS-JOURNAL-STATUS.
000084     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE.DAT"
000085         ORGANIZATION IS INDEXED
000086         ACCESS MODE IS DYNAMIC
000087         RECORD KEY IS OP-OPER-ID
000088         FILE STATUS IS WS-OPERFILE-STATUS.
000089     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
000090         ORGANIZATION IS SEQUENTIAL
000091         FILE STATUS IS WS-SECLOG-STATUS.
000092 DATA DIVISION.
000093 FILE SECTION.
000094 FD  YTD-FILE
000095     LABEL RECORDS ARE STANDARD
000096     RECORD CONTAINS 28 CHARACTERS.
000097 COPY YTDREC.
000098 FD  EMP-FILE
000099     LABEL RECORDS ARE STANDARD
000100     RECORD CONTAINS 62 CHARACTERS.
000101 COPY EMPREC.
000102 FD  CORR-LOG-FILE
000103     LABEL RECORDS ARE STANDARD
000104     RECORD CONTAINS 38 CHARACTERS.
000105 01  CORR-LOG-RECORD.
000106     02  CL-DATE            PIC 9(06).
000107     02  CL-OPERATOR        PIC X(08).
000108     02  CL-EMP-ID          PIC X(05).
000109     02  CL-FIELD           PIC X(01).
000110     02  CL-OLD-VALUE       PIC S9(7)V99.
000111     02  CL-NEW-VALUE       PIC S9(7)V99.
000112 FD  JOURNAL-FILE
000113     LABEL RECORDS ARE STANDARD
000114     RECORD CONTAINS 68 CHARACTERS.
000115 COPY JRNREC.
000116*
000117*****************************************************
000118* SEGURANCA: CADASTRO DE OPERADORES (OPERFILE.DAT) E
000119* LOG DE SEGURANCA (SECLOG.DAT).
000120*****************************************************
000121 FD  OPERATOR-FILE
000122     LABEL RECORDS ARE STANDARD
000123     RECORD CONTAINS 60 CHARACTERS.
000124 COPY OPERREC.
000125 FD  SECURITY-LOG-FILE
000126     LABEL RECORDS ARE STANDARD
000127     RECORD CONTAINS 80 CHARACTERS.
000128 COPY SECLREC.
000129 WORKING-STORAGE SECTION.
000130 01  WS-SWITCHES.
000131     02  WS-OPTION          PIC X(01)  VALUE SPACE.
000132         88  OPTION-INQUIRY            VALUE 'I' 'i'.
000133         88  OPTION-CORRECTION         VALUE 'C' 'c'.
000134         88  OPTION-EXIT               VALUE 'X' 'x'.
000135     02  WS-YTD-FOUND-SWITCH PIC X(01) VALUE 'N'.
000136         88  YTD-RECORD-FOUND          VALUE 'Y'.
000137         88  YTD-RECORD-NOT-FOUND      VALUE 'N'.
000138     02  WS-EMPMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
000139         88  EMPMAST-AVAILABLE         VALUE 'Y'.
000140 01  WS-YTD-STATUS          PIC X(02)  VALUE '00'.
000141 01  WS-EMPMAST-STATUS      PIC X(02)  VALUE '00'.
000142 01  WS-CORRLOG-STATUS      PIC X(02)  VALUE '00'.
000143 01  WS-JOURNAL-STATUS      PIC X(02)  VALUE '00'.
000144 01  WS-ABORT-MESSAGE       PIC X(40)  VALUE SPACES.
000145 01  WS-RUN-DATE.
000146     02  WS-RUN-YY          PIC 99.
000147     02  WS-RUN-MM          PIC 99.
000148     02  WS-RUN-DD          PIC 99.
000149 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
000150                            PIC 9(06).
000151 01  INQ-WORK-AREAS.
000152     02  INQ-EMP-ID         PIC X(05)  VALUE SPACES.
000153     02  INQ-EMP-NAME       PIC X(20)  VALUE SPACES.
000154     02  INQ-GROSS-ED       PIC ZZ,ZZZ,ZZ9.99-.
000155     02  INQ-HOURS-ED       PIC ZZ,ZZZ,ZZ9.99-.
000156     02  INQ-LAST-ED        PIC ZZ,ZZZ,ZZ9.99-.
000157 01  CORR-WORK-AREAS.
000158     02  CORR-OPERATOR      PIC X(08)  VALUE SPACES.
000159     02  CORR-FIELD-CODE    PIC X(01)  VALUE SPACE.
000160         88  CORR-FIELD-GROSS          VALUE 'G' 'g'.
000161         88  CORR-FIELD-HOURS          VALUE 'H' 'h'.
000162         88  CORR-FIELD-LAST           VALUE 'L' 'l'.
000163     02  CORR-NEW-VALUE     PIC 9(7)V99     VALUE ZERO.
000164     02  CORR-OLD-VALUE     PIC S9(7)V99    VALUE ZERO.
000165 01  CORR-LOG-DETAIL.
000166     02  FILLER             PIC X(19)
000167         VALUE 'YTD CORRECTION EMP '.
000168     02  CDT-EMP-ID         PIC X(05).
000169     02  FILLER             PIC X(07)  VALUE ' FIELD '.
000170     02  CDT-FIELD          PIC X(01).
000171     02  FILLER             PIC X(08)  VALUE SPACES.
000172*
000173*****************************************************
000174* SEGURANCA DE OPERADORES: OPERADOR IDENTIFICADO PELA
000175* 9400, PAPEL MINIMO EXIGIDO, SEGUNDO APROVADOR E
000176* DADOS DO PROXIMO REGISTRO DO SECLOG. A SENHA
000177* DIGITADA SO FICA NA AREA ATE O CALCULO DO CODIGO.
000178*****************************************************
000179 01  WS-OPERFILE-STATUS     PIC X(02)  VALUE '00'.
000180 01  WS-SECLOG-STATUS       PIC X(02)  VALUE '00'.
000181 01  SGN-ROLE-VALUES.
000182     02  SGN-ROLE-INQUIRY   PIC 9(01)  VALUE 1.
000183     02  SGN-ROLE-CLERK     PIC 9(01)  VALUE 2.
000184     02  SGN-ROLE-SUPERVISOR PIC 9(01) VALUE 3.
000185     02  SGN-ROLE-MANAGER   PIC 9(01)  VALUE 4.
000186 01  SGN-WORK-AREAS.
000187     02  SGN-PROGRAM        PIC X(08)  VALUE 'YTDINQ'.
000188     02  SGN-OPER-ID        PIC X(08)  VALUE SPACES.
000189     02  SGN-OPER-ROLE      PIC 9(01)  VALUE ZERO.
000190     02  SGN-APPROVER-ID    PIC X(08)  VALUE SPACES.
000191     02  SGN-REQUIRED-ROLE  PIC 9(01)  VALUE ZERO.
000192     02  SGN-CHECK-ROLE     PIC 9(01)  VALUE ZERO.
000193     02  SGN-ATTEMPTS       PIC 9(01)  VALUE ZERO.
000194     02  SGN-RESULT-SWITCH  PIC X(01)  VALUE 'N'.
000195         88  SIGN-ON-ACCEPTED          VALUE 'Y'.
000196     02  SGN-KEY-IN.
000197         03  SGN-IN-ID      PIC X(08)  VALUE SPACES.
000198         03  SGN-IN-PASSWORD PIC X(08) VALUE SPACES.
000199     02  SGN-KEY-CHARS REDEFINES SGN-KEY-IN.
000200         03  SGN-KEY-CHAR   PIC X(01)  OCCURS 16 TIMES.
000201     02  SGN-HASH           PIC 9(10)  VALUE ZERO.
000202     02  SGN-HASH-WORK      PIC 9(12)  VALUE ZERO.
000203     02  SGN-HASH-QUOTIENT  PIC 9(12)  VALUE ZERO.
000204     02  SGN-CHAR-POS       PIC 9(02)  VALUE ZERO.
000205     02  SGN-LOG-EVENT      PIC X(01)  VALUE SPACE.
000206     02  SGN-LOG-OPER-ID    PIC X(08)  VALUE SPACES.
000207     02  SGN-LOG-DETAIL     PIC X(40)  VALUE SPACES.
000208 01  SGN-CHAR-VALUES.
000209     02  FILLER             PIC X(32)
000210         VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
000211     02  FILLER             PIC X(32)
000212         VALUE '56789abcdefghijklmnopqrstuvwxyz-'.
000213 01  SGN-CHAR-TABLE REDEFINES SGN-CHAR-VALUES.
000214     02  SGN-CHAR           PIC X(01)  OCCURS 64 TIMES.
000215 77  SGN-KEY-SUB            PIC S9(3) COMP  VALUE ZERO.
000216 77  SGN-CHAR-SUB           PIC S9(3) COMP  VALUE ZERO.
000217 PROCEDURE DIVISION.
000218 0000-MAINLINE.
000219     PERFORM 1000-INITIALIZE-RUN
000220         THRU 1000-EXIT.
000221     PERFORM 2000-PROCESS-OPTION
000222         THRU 2000-EXIT
000223         UNTIL OPTION-EXIT.
000224     PERFORM 8000-TERMINATE-RUN
000225         THRU 8000-EXIT.
000226     STOP RUN.
000227*
000228*****************************************************
000229* 1000-INITIALIZE-RUN - ENTRADA DO OPERADOR (QUALQUER
000230* PAPEL) E ABERTURA DOS ARQUIVOS; O CADASTRO EMPMAST E
000231* OPCIONAL (SEM ELE A CONSULTA SAI SEM NOME).
000232*****************************************************
000233 1000-INITIALIZE-RUN.
000234     ACCEPT WS-RUN-DATE FROM DATE.
000235     MOVE SGN-ROLE-INQUIRY TO SGN-REQUIRED-ROLE.
000236     PERFORM 9400-SIGN-ON
000237         THRU 9400-EXIT
000238         UNTIL SIGN-ON-ACCEPTED
000239         OR SGN-ATTEMPTS = 3.
000240     IF NOT SIGN-ON-ACCEPTED
000241         MOVE 'OPERATOR SIGN-ON FAILED' TO WS-ABORT-MESSAGE
000242         PERFORM 9000-ABORT-RUN
000243             THRU 9000-EXIT
000244     END-IF.
000245     OPEN I-O YTD-FILE.
000246     IF WS-YTD-STATUS NOT = '00'
000247         MOVE 'YTDFILE NOT AVAILABLE' TO WS-ABORT-MESSAGE
000248         PERFORM 9000-ABORT-RUN
000249             THRU 9000-EXIT
000250     END-IF.
000251     OPEN INPUT EMP-FILE.
000252     IF WS-EMPMAST-STATUS = '00'
000253         MOVE 'Y' TO WS-EMPMAST-OPEN-SWITCH
000254     END-IF.
000255 1000-EXIT.
000256     EXIT.
000257*
000258*****************************************************
000259* 2000-PROCESS-OPTION - MOSTRA O MENU, LE A OPCAO DO
000260* OPERADOR E DESPACHA PARA A CONSULTA OU A CORRECAO.
000261*****************************************************
000262 2000-PROCESS-OPTION.
000263     DISPLAY ' '.
000264     DISPLAY 'YTDINQ - I=INQUIRY  C=CORRECTION  X=EXIT'.
000265     ACCEPT WS-OPTION.
000266     IF OPTION-INQUIRY
000267         PERFORM 3000-DO-INQUIRY
000268             THRU 3000-EXIT
000269     ELSE
000270         IF OPTION-CORRECTION
000271             PERFORM 4000-DO-CORRECTION
000272                 THRU 4000-EXIT
000273         ELSE
000274             IF NOT OPTION-EXIT
000275                 DISPLAY 'INVALID OPTION'
000276             END-IF
000277         END-IF
000278     END-IF.
000279 2000-EXIT.
000280     EXIT.
000281*
000282*****************************************************
000283* 3000-DO-INQUIRY - MOSTRA OS ACUMULADOS DO FUNCIONARIO
000284* PEDIDO: YTD-GROSS, YTD-HOURS E LAST-GROSS.
000285*****************************************************
000286 3000-DO-INQUIRY.
000287     DISPLAY 'EMPLOYEE ID:'.
000288     ACCEPT INQ-EMP-ID.
000289     PERFORM 5000-READ-YTD
000290         THRU 5000-EXIT.
000291     IF YTD-RECORD-NOT-FOUND
000292         DISPLAY 'EMPLOYEE ' INQ-EMP-ID ' NOT ON YTDFILE'
000293         GO TO 3000-EXIT
000294     END-IF.
000295     PERFORM 5100-LOOKUP-NAME
000296         THRU 5100-EXIT.
000297     MOVE YT-YTD-GROSS TO INQ-GROSS-ED.
000298     MOVE YT-YTD-HOURS TO INQ-HOURS-ED.
000299     MOVE YT-LAST-GROSS TO INQ-LAST-ED.
000300     DISPLAY 'EMPLOYEE:   ' INQ-EMP-ID ' ' INQ-EMP-NAME.
000301     DISPLAY 'YTD GROSS:  ' INQ-GROSS-ED.
000302     DISPLAY 'YTD HOURS:  ' INQ-HOURS-ED.
000303     DISPLAY 'LAST GROSS: ' INQ-LAST-ED.
000304 3000-EXIT.
000305     EXIT.
000306*
000307*****************************************************
000308* 4000-DO-CORRECTION - CORRECAO AUTORIZADA: EXIGE QUE O
000309* OPERADOR QUE ENTROU SEJA SUPERVISOR OU ACIMA, MOSTRA
000310* O VALOR ATUAL DO CAMPO ESCOLHIDO, LE O VALOR NOVO E
000311* APLICA, GRAVANDO A TRILHA COMPLETA EM YTDCORR.DAT.
000312*****************************************************
000313 4000-DO-CORRECTION.
000314     MOVE SGN-ROLE-SUPERVISOR TO SGN-REQUIRED-ROLE.
000315     MOVE 'OPTION C - YTD CORRECTION' TO SGN-LOG-DETAIL.
000316     PERFORM 9460-CHECK-OPTION-ROLE
000317         THRU 9460-EXIT.
000318     IF NOT SIGN-ON-ACCEPTED
000319         GO TO 4000-EXIT
000320     END-IF.
000321     MOVE SGN-OPER-ID TO CORR-OPERATOR.
000322     DISPLAY 'EMPLOYEE ID:'.
000323     ACCEPT INQ-EMP-ID.
000324     PERFORM 5000-READ-YTD
000325         THRU 5000-EXIT.
000326     IF YTD-RECORD-NOT-FOUND
000327         DISPLAY 'EMPLOYEE ' INQ-EMP-ID ' NOT ON YTDFILE'
000328         GO TO 4000-EXIT
000329     END-IF.
000330     DISPLAY 'FIELD (G=YTD GROSS H=YTD HOURS L=LAST):'.
000331     ACCEPT CORR-FIELD-CODE.
000332     IF NOT CORR-FIELD-GROSS
000333         AND NOT CORR-FIELD-HOURS
000334         AND NOT CORR-FIELD-LAST
000335         DISPLAY 'INVALID FIELD CODE - NO CHANGE MADE'
000336         GO TO 4000-EXIT
000337     END-IF.
000338     IF CORR-FIELD-GROSS
000339         MOVE YT-YTD-GROSS TO CORR-OLD-VALUE
000340     END-IF.
000341     IF CORR-FIELD-HOURS
000342         MOVE YT-YTD-HOURS TO CORR-OLD-VALUE
000343     END-IF.
000344     IF CORR-FIELD-LAST
000345         MOVE YT-LAST-GROSS TO CORR-OLD-VALUE
000346     END-IF.
000347     MOVE CORR-OLD-VALUE TO INQ-GROSS-ED.
000348     DISPLAY 'CURRENT VALUE: ' INQ-GROSS-ED.
000349     DISPLAY 'NEW VALUE (9 DIGITS, NO DECIMAL POINT,'.
000350     DISPLAY ' LAST TWO ARE CENTS):'.
000351     ACCEPT CORR-NEW-VALUE.
000352     IF NOT CORR-FIELD-GROSS
000353         AND CORR-NEW-VALUE > 99999.99
000354         DISPLAY 'VALUE TOO LARGE FOR FIELD - NO CHANGE MADE'
000355         GO TO 4000-EXIT
000356     END-IF.
000357     PERFORM 4100-APPLY-CORRECTION
000358         THRU 4100-EXIT.
000359 4000-EXIT.
000360     EXIT.
000361*
000362*****************************************************
000363* 4100-APPLY-CORRECTION - GRAVA A TRILHA DE AUDITORIA
000364* EM YTDCORR.DAT, DIARIZA A CORRECAO EM YTDJRNL.DAT
000365* (ACAO 'C', RUN-ID DATA-DO-DIA + LOTE 0000, IMAGENS
000366* ANTES/DEPOIS) E SO ENTAO APLICA O VALOR NOVO NO
000367* CAMPO ESCOLHIDO, REGRAVANDO O YTDFILE.
000368*****************************************************
000369 4100-APPLY-CORRECTION.
000370     OPEN EXTEND CORR-LOG-FILE.
000371     IF WS-CORRLOG-STATUS NOT = '00'
000372         OPEN OUTPUT CORR-LOG-FILE
000373     END-IF.
000374     MOVE WS-RUN-DATE-NUM TO CL-DATE.
000375     MOVE CORR-OPERATOR TO CL-OPERATOR.
000376     MOVE INQ-EMP-ID TO CL-EMP-ID.
000377     MOVE CORR-FIELD-CODE TO CL-FIELD.
000378     MOVE CORR-OLD-VALUE TO CL-OLD-VALUE.
000379     MOVE CORR-NEW-VALUE TO CL-NEW-VALUE.
000380     WRITE CORR-LOG-RECORD.
000381     CLOSE CORR-LOG-FILE.
000382     MOVE YT-YTD-GROSS TO JR-BEF-GROSS.
000383     MOVE YT-YTD-HOURS TO JR-BEF-HOURS.
000384     MOVE YT-LAST-GROSS TO JR-BEF-LAST.
000385     IF CORR-FIELD-GROSS
000386         MOVE CORR-NEW-VALUE TO YT-YTD-GROSS
000387     END-IF.
000388     IF CORR-FIELD-HOURS
000389         MOVE CORR-NEW-VALUE TO YT-YTD-HOURS
000390     END-IF.
000391     IF CORR-FIELD-LAST
000392         MOVE CORR-NEW-VALUE TO YT-LAST-GROSS
000393     END-IF.
000394     MOVE YT-YTD-GROSS TO JR-AFT-GROSS.
000395     MOVE YT-YTD-HOURS TO JR-AFT-HOURS.
000396     MOVE YT-LAST-GROSS TO JR-AFT-LAST.
000397     PERFORM 4200-WRITE-JOURNAL
000398         THRU 4200-EXIT.
000399     REWRITE YTD-RECORD.
000400     MOVE INQ-EMP-ID TO CDT-EMP-ID.
000401     MOVE CORR-FIELD-CODE TO CDT-FIELD.
000402     MOVE CORR-LOG-DETAIL TO SGN-LOG-DETAIL.
000403     PERFORM 9470-LOG-PRIVILEGED-ACTION
000404         THRU 9470-EXIT.
000405     DISPLAY 'CORRECTION APPLIED AND LOGGED'.
000406 4100-EXIT.
000407     EXIT.
000408*
000409*****************************************************
000410* 4200-WRITE-JOURNAL - DIARIZA A CORRECAO EM YTDJRNL
000411* COM ACAO 'C', ANTES DO REWRITE, PARA O PAYBKOUT
000412* ENXERGAR A CORRECAO COMO ATIVIDADE POSTERIOR.
000413*****************************************************
000414 4200-WRITE-JOURNAL.
000415     OPEN EXTEND JOURNAL-FILE.
000416     IF WS-JOURNAL-STATUS NOT = '00'
000417         OPEN OUTPUT JOURNAL-FILE
000418     END-IF.
000419     MOVE WS-RUN-DATE-NUM TO JR-PERIOD-END.
000420     MOVE ZERO TO JR-BATCH-NO.
000421     MOVE INQ-EMP-ID TO JR-EMP-ID.
000422     MOVE 'C' TO JR-ACTION.
000423     MOVE WS-RUN-DATE-NUM TO JR-RUN-DATE.
000424     WRITE JOURNAL-RECORD.
000425     CLOSE JOURNAL-FILE.
000426 4200-EXIT.
000427     EXIT.
000428*
000429*****************************************************
000430* 5000-READ-YTD - LE O REGISTRO DO FUNCIONARIO PEDIDO
000431* NO YTDFILE PELA CHAVE.
000432*****************************************************
000433 5000-READ-YTD.
000434     MOVE INQ-EMP-ID TO YT-EMP-ID.
000435     READ YTD-FILE
000436         INVALID KEY
000437             SET YTD-RECORD-NOT-FOUND TO TRUE
000438         NOT INVALID KEY
000439             SET YTD-RECORD-FOUND TO TRUE
000440     END-READ.
000441 5000-EXIT.
000442     EXIT.
000443*
000444*****************************************************
000445* 5100-LOOKUP-NAME - BUSCA O NOME DO FUNCIONARIO NO
000446* CADASTRO EMPMAST, SE O CADASTRO ESTIVER DISPONIVEL.
000447*****************************************************
000448 5100-LOOKUP-NAME.
000449     MOVE SPACES TO INQ-EMP-NAME.
000450     IF NOT EMPMAST-AVAILABLE
000451         GO TO 5100-EXIT
000452     END-IF.
000453     MOVE INQ-EMP-ID TO EM-EMP-ID.
000454     READ EMP-FILE
000455         INVALID KEY
000456             CONTINUE
000457         NOT INVALID KEY
000458             MOVE EM-NAME TO INQ-EMP-NAME
000459     END-READ.
000460 5100-EXIT.
000461     EXIT.
000462*
000463*****************************************************
000464* 8000-TERMINATE-RUN - FECHA OS ARQUIVOS.
000465*****************************************************
000466 8000-TERMINATE-RUN.
000467     CLOSE YTD-FILE.
000468     IF EMPMAST-AVAILABLE
000469         CLOSE EMP-FILE
000470     END-IF.
000471 8000-EXIT.
000472     EXIT.
000473*
000474*****************************************************
000475* 9000-ABORT-RUN - ENCERRA O PROGRAMA COM ERRO GRAVE:
000476* MOSTRA A MENSAGEM NO CONSOLE DO OPERADOR E DEVOLVE
000477* RETURN-CODE 16.
000478*****************************************************
000479 9000-ABORT-RUN.
000480     DISPLAY 'YTDINQ *** RUN ABORTED *** '
000481         WS-ABORT-MESSAGE.
000482     MOVE 16 TO RETURN-CODE.
000483     STOP RUN.
000484 9000-EXIT.
000485     EXIT.
000486*
000487*****************************************************
000488* 9400-SIGN-ON - UMA TENTATIVA DE ENTRADA: LE O CODIGO
000489* E A SENHA DO OPERADOR E CONFERE NO CADASTRO COM O
000490* PAPEL MINIMO SGN-REQUIRED-ROLE. CODIGO EM BRANCO
000491* DESISTE (ESGOTA AS TENTATIVAS).
000492*****************************************************
000493 9400-SIGN-ON.
000494     ADD 1 TO SGN-ATTEMPTS.
000495     DISPLAY 'YTDINQ - OPERATOR ID (BLANK = CANCEL):'.
000496     ACCEPT SGN-IN-ID.
000497     IF SGN-IN-ID = SPACES
000498         MOVE 3 TO SGN-ATTEMPTS
000499         GO TO 9400-EXIT
000500     END-IF.
000501     DISPLAY 'YTDINQ - PASSWORD:'.
000502     ACCEPT SGN-IN-PASSWORD.
000503     PERFORM 9410-CHECK-OPERATOR
000504         THRU 9410-EXIT.
000505     MOVE SPACES TO SGN-IN-PASSWORD.
000506     IF SIGN-ON-ACCEPTED
000507         MOVE SGN-IN-ID TO SGN-OPER-ID
000508         MOVE SGN-CHECK-ROLE TO SGN-OPER-ROLE
000509     END-IF.
000510 9400-EXIT.
000511     EXIT.
000512*
000513*****************************************************
000514* 9410-CHECK-OPERATOR - CONFERE SGN-IN-ID E A SENHA NO
000515* CADASTRO DE OPERADORES: OPERADOR ATIVO, NAO
000516* BLOQUEADO, SENHA CERTA E PAPEL NAO MENOR QUE O
000517* EXIGIDO. SENHA ERRADA SOMA UMA FALHA E A TERCEIRA
000518* SEGUIDA BLOQUEIA O OPERADOR; SENHA CERTA ZERA A
000519* CONTAGEM. TODA RECUSA VAI PARA O SECLOG.
000520*****************************************************
000521 9410-CHECK-OPERATOR.
000522     MOVE 'N' TO SGN-RESULT-SWITCH.
000523     MOVE SGN-IN-ID TO SGN-LOG-OPER-ID.
000524     MOVE 'F' TO SGN-LOG-EVENT.
000525     OPEN I-O OPERATOR-FILE.
000526     IF WS-OPERFILE-STATUS NOT = '00'
000527         DISPLAY 'YTDINQ - OPERATOR FILE OPERFILE NOT AVAILABLE'
000528         GO TO 9410-EXIT
000529     END-IF.
000530     MOVE SGN-IN-ID TO OP-OPER-ID.
000531     READ OPERATOR-FILE
000532         INVALID KEY
000533             MOVE 'UNKNOWN OPERATOR ID' TO SGN-LOG-DETAIL
000534             GO TO 9410-REFUSED
000535     END-READ.
000536     IF NOT OPERATOR-ACTIVE
000537         MOVE 'OPERATOR NOT ACTIVE' TO SGN-LOG-DETAIL
000538         GO TO 9410-REFUSED
000539     END-IF.
000540     IF OPERATOR-LOCKED
000541         MOVE 'OPERATOR LOCKED OUT' TO SGN-LOG-DETAIL
000542         GO TO 9410-REFUSED
000543     END-IF.
000544     PERFORM 9420-HASH-PASSWORD
000545         THRU 9420-EXIT.
000546     IF SGN-HASH NOT = OP-PASSWORD-HASH
000547         ADD 1 TO OP-FAIL-COUNT
000548         MOVE 'WRONG PASSWORD' TO SGN-LOG-DETAIL
000549         IF OP-FAIL-COUNT NOT < 3
000550             MOVE 'Y' TO OP-LOCKED-FLAG
000551             MOVE 'L' TO SGN-LOG-EVENT
000552             MOVE 'LOCKED AFTER 3 FAILED SIGN-ONS' TO
000553                 SGN-LOG-DETAIL
000554         END-IF
000555         REWRITE OPERATOR-RECORD
000556         GO TO 9410-REFUSED
000557     END-IF.
000558     MOVE ZERO TO OP-FAIL-COUNT.
000559     ACCEPT OP-LAST-SIGNON FROM DATE.
000560     REWRITE OPERATOR-RECORD.
000561     IF OP-ROLE < SGN-REQUIRED-ROLE
000562         MOVE 'D' TO SGN-LOG-EVENT
000563         MOVE 'ROLE TOO LOW FOR THIS FUNCTION' TO
000564             SGN-LOG-DETAIL
000565         GO TO 9410-REFUSED
000566     END-IF.
000567     MOVE OP-ROLE TO SGN-CHECK-ROLE.
000568     MOVE 'Y' TO SGN-RESULT-SWITCH.
000569     CLOSE OPERATOR-FILE.
000570     GO TO 9410-EXIT.
000571 9410-REFUSED.
000572     CLOSE OPERATOR-FILE.
000573     IF SGN-LOG-EVENT = 'F'
000574         DISPLAY 'YTDINQ - INVALID OPERATOR ID OR PASSWORD'
000575     ELSE
000576         DISPLAY 'YTDINQ - ' SGN-LOG-DETAIL
000577     END-IF.
000578     PERFORM 9450-WRITE-SECURITY-LOG
000579         THRU 9450-EXIT.
000580 9410-EXIT.
000581     EXIT.
000582*
000583*****************************************************
000584* 9420-HASH-PASSWORD - CALCULA O CODIGO GUARDADO NO
000585* CADASTRO EM LUGAR DA SENHA: CADA CARACTER DE
000586* OPERADOR + SENHA VIRA SUA POSICAO NA TABELA
000587* SGN-CHAR (65 FORA DELA) E ENTRA NO CODIGO POR
000588* CODIGO X 67 + POSICAO, MODULO 999999937. TEM DE SER
000589* O MESMO EM TODOS OS PROGRAMAS.
000590*****************************************************
000591 9420-HASH-PASSWORD.
000592     MOVE ZERO TO SGN-HASH.
000593     PERFORM 9430-HASH-ONE-CHAR
000594         THRU 9430-EXIT
000595         VARYING SGN-KEY-SUB FROM 1 BY 1
000596         UNTIL SGN-KEY-SUB > 16.
000597 9420-EXIT.
000598     EXIT.
000599*
000600*****************************************************
000601* 9430-HASH-ONE-CHAR - SOMA UM CARACTER AO CODIGO.
000602*****************************************************
000603 9430-HASH-ONE-CHAR.
000604     MOVE ZERO TO SGN-CHAR-POS.
000605     PERFORM 9440-MATCH-CHAR
000606         THRU 9440-EXIT
000607         VARYING SGN-CHAR-SUB FROM 1 BY 1
000608         UNTIL SGN-CHAR-SUB > 64
000609         OR SGN-CHAR-POS NOT = ZERO.
000610     IF SGN-CHAR-POS = ZERO
000611         MOVE 65 TO SGN-CHAR-POS
000612     END-IF.
000613     MULTIPLY SGN-HASH BY 67 GIVING SGN-HASH-WORK.
000614     ADD SGN-CHAR-POS TO SGN-HASH-WORK.
000615     DIVIDE SGN-HASH-WORK BY 999999937
000616         GIVING SGN-HASH-QUOTIENT
000617         REMAINDER SGN-HASH.
000618 9430-EXIT.
000619     EXIT.
000620*
000621*****************************************************
000622* 9440-MATCH-CHAR - COMPARA UMA ENTRADA DA TABELA DE
000623* CARACTERES COM O CARACTER DA VEZ.
000624*****************************************************
000625 9440-MATCH-CHAR.
000626     IF SGN-CHAR (SGN-CHAR-SUB) = SGN-KEY-CHAR (SGN-KEY-SUB)
000627         MOVE SGN-CHAR-SUB TO SGN-CHAR-POS
000628     END-IF.
000629 9440-EXIT.
000630     EXIT.
000631*
000632*****************************************************
000633* 9450-WRITE-SECURITY-LOG - ACRESCENTA AO SECLOG UM
000634* REGISTRO COM OS DADOS PREPARADOS EM SGN-WORK-AREAS.
000635* SEM O SECLOG SO AVISA.
000636*****************************************************
000637 9450-WRITE-SECURITY-LOG.
000638     OPEN EXTEND SECURITY-LOG-FILE.
000639     IF WS-SECLOG-STATUS NOT = '00'
000640         OPEN OUTPUT SECURITY-LOG-FILE
000641     END-IF.
000642     IF WS-SECLOG-STATUS NOT = '00'
000643         DISPLAY 'YTDINQ - SECURITY LOG SECLOG NOT AVAILABLE'
000644         GO TO 9450-EXIT
000645     END-IF.
000646     MOVE SPACES TO SECURITY-LOG-RECORD.
000647     MOVE SGN-LOG-OPER-ID TO SC-OPER-ID.
000648     ACCEPT SC-EVENT-DATE FROM DATE.
000649     ACCEPT SC-EVENT-TIME FROM TIME.
000650     MOVE SGN-PROGRAM TO SC-PROGRAM.
000651     MOVE SGN-LOG-EVENT TO SC-EVENT.
000652     MOVE SGN-APPROVER-ID TO SC-APPROVER-ID.
000653     MOVE SGN-LOG-DETAIL TO SC-DETAIL.
000654     WRITE SECURITY-LOG-RECORD.
000655     CLOSE SECURITY-LOG-FILE.
000656 9450-EXIT.
000657     EXIT.
000658*
000659*****************************************************
000660* 9460-CHECK-OPTION-ROLE - CONFERE O PAPEL DO OPERADOR
000661* QUE ENTROU CONTRA O MINIMO SGN-REQUIRED-ROLE DA
000662* OPCAO DESCRITA EM SGN-LOG-DETAIL; A NEGATIVA VAI
000663* PARA O SECLOG.
000664*****************************************************
000665 9460-CHECK-OPTION-ROLE.
000666     MOVE 'Y' TO SGN-RESULT-SWITCH.
000667     IF SGN-OPER-ROLE NOT < SGN-REQUIRED-ROLE
000668         GO TO 9460-EXIT
000669     END-IF.
000670     MOVE 'N' TO SGN-RESULT-SWITCH.
000671     DISPLAY 'YTDINQ - OPTION NOT ALLOWED FOR YOUR ROLE'.
000672     MOVE 'D' TO SGN-LOG-EVENT.
000673     MOVE SGN-OPER-ID TO SGN-LOG-OPER-ID.
000674     MOVE SPACES TO SGN-APPROVER-ID.
000675     PERFORM 9450-WRITE-SECURITY-LOG
000676         THRU 9450-EXIT.
000677 9460-EXIT.
000678     EXIT.
000679*
000680*****************************************************
000681* 9470-LOG-PRIVILEGED-ACTION - GRAVA NO SECLOG A ACAO
000682* DESCRITA EM SGN-LOG-DETAIL, FEITA PELO OPERADOR QUE
000683* ENTROU (E PELO APROVADOR, SE HOUVE).
000684*****************************************************
000685 9470-LOG-PRIVILEGED-ACTION.
000686     MOVE 'P' TO SGN-LOG-EVENT.
000687     MOVE SGN-OPER-ID TO SGN-LOG-OPER-ID.
000688     PERFORM 9450-WRITE-SECURITY-LOG
000689         THRU 9450-EXIT.
000690     MOVE SPACES TO SGN-APPROVER-ID.
000691 9470-EXIT.
000692     EXIT.
