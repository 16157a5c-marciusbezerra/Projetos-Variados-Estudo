000029* O ANO FECHADO ESTA NO ARQUIVO MORTO PHARCH.DAT,
000030* ROLADO PELO YEAREND.
000031*
000032* O OPERADOR ENTRA COM CODIGO E SENHA DO CADASTRO DE
000033* OPERADORES OPERFILE.DAT (QUALQUER PAPEL).
000034* OPCAO I (CONSULTA): LISTA O HISTORICO DO FUNCIONARIO
000035* PEDIDO. OPCAO X: ENCERRA O PROGRAMA. MESMO MENU DE
000036* OPCOES POR LETRA DO YTDINQ.
000037* NOME DO ARQUIVO: PAYHINQ.COB
000038*
000039* HISTORICO DE MODIFICACOES
000040* -------------------------------------------------
000041* DATA       INIC  DESCRICAO
000042* ---------- ----  ---------------------------------
000043* 02/09/2026  RLH  PROGRAMA ORIGINAL - CONSULTA DO
000044*                  HISTORICO DE PAGAMENTOS POR
000045*                  PERIODO DE UM FUNCIONARIO.
000046* 15/10/2026  RLH  REGISTRO DO CADASTRO EMPMAST PASSA
000047*                  A 62 POSICOES COM O NUMERO DE
000048*                  DEPENDENTES (EM-DEPENDENTS) NO FIM
000049*                  DO COPYBOOK EMPREC.
000050* 15/10/2026  RLH  PERIODO DO RUN FORA DE CICLO DO
000051*                  OFFCYCLE (MARCA 'O' NO HISTORICO)
000052*                  SAI COM 'OFF' NA COLUNA DE AJUSTE.
000053* 15/10/2026  RLH  O OPERADOR ENTRA COM CODIGO E
000054*                  SENHA DO CADASTRO OPERFILE (9400),
000055*                  COM BLOQUEIO APOS 3 FALHAS; AS
000056*                  RECUSAS VAO PARA O LOG DE
000057*                  SEGURANCA SECLOG.DAT.
000058*****************************************************
000059 ENVIRONMENT DIVISION.
000060 CONFIGURATION SECTION.
000061 SOURCE-COMPUTER. IBM-PS2.
000062 OBJECT-COMPUTER. IBM-PS2.
000063 INPUT-OUTPUT SECTION.
000064 FILE-CONTROL.
000065     SELECT HIST-FILE ASSIGN TO "PAYHIST.DAT"
000066         ORGANIZATION IS INDEXED
000067         ACCESS MODE IS DYNAMIC
000068         RECORD KEY IS PH-KEY
000069         FILE STATUS IS WS-HIST-STATUS.
000070     SELECT EMP-FILE ASSIGN TO "EMPMAST.DAT"
000071         ORGANIZATION IS INDEXED
000072         ACCESS MODE IS DYNAMIC
000073         RECORD KEY IS EM-EMP-ID
000074         FILE STATUS IS WS-EMPMAST-STATUS.
000075     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE.DAT"
000076         ORGANIZATION IS INDEXED
000077         ACCESS MODE IS DYNAMIC
000078         RECORD KEY IS OP-OPER-ID
000079         FILE STATUS IS WS-OPERFILE-STATUS.
000080     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
000081         ORGANIZATION IS SEQUENTIAL
000082         FILE STATUS IS WS-SECLOG-STATUS.
000083 DATA DIVISION.
000084 FILE SECTION.
000085 FD  HIST-FILE
000086     LABEL RECORDS ARE STANDARD
000087     RECORD CONTAINS 52 CHARACTERS.
000088 COPY HISTREC.
000089 FD  EMP-FILE
000090     LABEL RECORDS ARE STANDARD
000091     RECORD CONTAINS 62 CHARACTERS.
000092 COPY EMPREC.
000093*
000094*****************************************************
000095* SEGURANCA: CADASTRO DE OPERADORES (OPERFILE.DAT) E
000096* LOG DE SEGURANCA (SECLOG.DAT).
000097*****************************************************
000098 FD  OPERATOR-FILE
000099     LABEL RECORDS ARE STANDARD
000100     RECORD CONTAINS 60 CHARACTERS.
000101 COPY OPERREC.
000102 FD  SECURITY-LOG-FILE
000103     LABEL RECORDS ARE STANDARD
000104     RECORD CONTAINS 80 CHARACTERS.
000105 COPY SECLREC.
000106 WORKING-STORAGE SECTION.
000107 01  WS-SWITCHES.
000108     02  WS-OPTION          PIC X(01)  VALUE SPACE.
000109         88  OPTION-INQUIRY            VALUE 'I' 'i'.
000110         88  OPTION-EXIT               VALUE 'X' 'x'.
000111     02  WS-HIST-EOF-SWITCH PIC X(01)  VALUE 'N'.
000112         88  HIST-LIST-DONE            VALUE 'Y'.
000113     02  WS-EMPMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
000114         88  EMPMAST-AVAILABLE         VALUE 'Y'.
000115 01  WS-HIST-STATUS         PIC X(02)  VALUE '00'.
000116 01  WS-EMPMAST-STATUS      PIC X(02)  VALUE '00'.
000117 01  WS-ABORT-MESSAGE       PIC X(40)  VALUE SPACES.
000118 01  INQ-WORK-AREAS.
000119     02  INQ-EMP-ID         PIC X(05)  VALUE SPACES.
000120     02  INQ-EMP-NAME       PIC X(20)  VALUE SPACES.
000121     02  INQ-LINE-COUNT     PIC S9(3) COMP  VALUE ZERO.
000122 01  INQ-TOTALS.
000123     02  INQ-TOT-HOURS      PIC S9(5)V99    VALUE ZERO.
000124     02  INQ-TOT-GROSS      PIC S9(9)V99    VALUE ZERO.
000125     02  INQ-TOT-TAX        PIC S9(9)V99    VALUE ZERO.
000126     02  INQ-TOT-NET        PIC S9(9)V99    VALUE ZERO.
000127 01  INQ-DETAIL-LINE.
000128     02  ID-PERIOD-END      PIC 9(06).
000129     02  FILLER             PIC X(01) VALUE '/'.
000130     02  ID-BATCH-NO        PIC 9(04).
000131     02  FILLER             PIC X(04) VALUE ' PD '.
000132     02  ID-PERIOD-NO       PIC ZZ.
000133     02  FILLER             PIC X(06) VALUE ' HRS '.
000134     02  ID-HOURS           PIC ZZ,ZZ9.99-.
000135     02  FILLER             PIC X(07) VALUE ' GROSS '.
000136     02  ID-GROSS           PIC ZZ,ZZZ,ZZ9.99-.
000137     02  FILLER             PIC X(05) VALUE ' TAX '.
000138     02  ID-TAX             PIC ZZ,ZZZ,ZZ9.99-.
000139     02  FILLER             PIC X(05) VALUE ' NET '.
000140     02  ID-NET             PIC ZZ,ZZZ,ZZ9.99-.
000141     02  FILLER             PIC X(01) VALUE SPACE.
000142     02  ID-ADJ-FLAG        PIC X(03).
000143 01  INQ-TOTAL-LINE.
000144     02  FILLER             PIC X(17)
000145         VALUE 'TOTALS FOR YEAR  '.
000146     02  FILLER             PIC X(05) VALUE 'HRS '.
000147     02  IT-HOURS           PIC ZZ,ZZ9.99-.
000148     02  FILLER             PIC X(07) VALUE ' GROSS '.
000149     02  IT-GROSS           PIC ZZ,ZZZ,ZZ9.99-.
000150     02  FILLER             PIC X(05) VALUE ' TAX '.
000151     02  IT-TAX             PIC ZZ,ZZZ,ZZ9.99-.
000152     02  FILLER             PIC X(05) VALUE ' NET '.
000153     02  IT-NET             PIC ZZ,ZZZ,ZZ9.99-.
000154*
000155*****************************************************
000156* SEGURANCA DE OPERADORES: OPERADOR IDENTIFICADO PELA
000157* 9400, PAPEL MINIMO EXIGIDO, SEGUNDO APROVADOR E
000158* DADOS DO PROXIMO REGISTRO DO SECLOG. A SENHA
000159* DIGITADA SO FICA NA AREA ATE O CALCULO DO CODIGO.
000160*****************************************************
000161 01  WS-OPERFILE-STATUS     PIC X(02)  VALUE '00'.
000162 01  WS-SECLOG-STATUS       PIC X(02)  VALUE '00'.
000163 01  SGN-ROLE-VALUES.
000164     02  SGN-ROLE-INQUIRY   PIC 9(01)  VALUE 1.
000165     02  SGN-ROLE-CLERK     PIC 9(01)  VALUE 2.
000166     02  SGN-ROLE-SUPERVISOR PIC 9(01) VALUE 3.
000167     02  SGN-ROLE-MANAGER   PIC 9(01)  VALUE 4.
000168 01  SGN-WORK-AREAS.
000169     02  SGN-PROGRAM        PIC X(08)  VALUE 'PAYHINQ'.
000170     02  SGN-OPER-ID        PIC X(08)  VALUE SPACES.
000171     02  SGN-OPER-ROLE      PIC 9(01)  VALUE ZERO.
000172     02  SGN-APPROVER-ID    PIC X(08)  VALUE SPACES.
000173     02  SGN-REQUIRED-ROLE  PIC 9(01)  VALUE ZERO.
000174     02  SGN-CHECK-ROLE     PIC 9(01)  VALUE ZERO.
000175     02  SGN-ATTEMPTS       PIC 9(01)  VALUE ZERO.
000176     02  SGN-RESULT-SWITCH  PIC X(01)  VALUE 'N'.
000177         88  SIGN-ON-ACCEPTED          VALUE 'Y'.
000178     02  SGN-KEY-IN.
000179         03  SGN-IN-ID      PIC X(08)  VALUE SPACES.
000180         03  SGN-IN-PASSWORD PIC X(08) VALUE SPACES.
000181     02  SGN-KEY-CHARS REDEFINES SGN-KEY-IN.
000182         03  SGN-KEY-CHAR   PIC X(01)  OCCURS 16 TIMES.
000183     02  SGN-HASH           PIC 9(10)  VALUE ZERO.
000184     02  SGN-HASH-WORK      PIC 9(12)  VALUE ZERO.
000185     02  SGN-HASH-QUOTIENT  PIC 9(12)  VALUE ZERO.
000186     02  SGN-CHAR-POS       PIC 9(02)  VALUE ZERO.
000187     02  SGN-LOG-EVENT      PIC X(01)  VALUE SPACE.
000188     02  SGN-LOG-OPER-ID    PIC X(08)  VALUE SPACES.
000189     02  SGN-LOG-DETAIL     PIC X(40)  VALUE SPACES.
000190 01  SGN-CHAR-VALUES.
000191     02  FILLER             PIC X(32)
000192         VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
000193     02  FILLER             PIC X(32)
000194         VALUE '56789abcdefghijklmnopqrstuvwxyz-'.
000195 01  SGN-CHAR-TABLE REDEFINES SGN-CHAR-VALUES.
000196     02  SGN-CHAR           PIC X(01)  OCCURS 64 TIMES.
000197 77  SGN-KEY-SUB            PIC S9(3) COMP  VALUE ZERO.
000198 77  SGN-CHAR-SUB           PIC S9(3) COMP  VALUE ZERO.
000199 PROCEDURE DIVISION.
000200 0000-MAINLINE.
000201     PERFORM 1000-INITIALIZE-RUN
000202         THRU 1000-EXIT.
000203     PERFORM 2000-PROCESS-OPTION
000204         THRU 2000-EXIT
000205         UNTIL OPTION-EXIT.
000206     PERFORM 8000-TERMINATE-RUN
000207         THRU 8000-EXIT.
000208     STOP RUN.
000209*
000210*****************************************************
000211* 1000-INITIALIZE-RUN - ENTRADA DO OPERADOR (QUALQUER
000212* PAPEL), ABRE O HISTORICO (OBRIGATORIO) E O CADASTRO
000213* EMPMAST (OPCIONAL, SO PARA O NOME).
000214*****************************************************
000215 1000-INITIALIZE-RUN.
000216     MOVE SGN-ROLE-INQUIRY TO SGN-REQUIRED-ROLE.
000217     PERFORM 9400-SIGN-ON
000218         THRU 9400-EXIT
000219         UNTIL SIGN-ON-ACCEPTED
000220         OR SGN-ATTEMPTS = 3.
000221     IF NOT SIGN-ON-ACCEPTED
000222         MOVE 'OPERATOR SIGN-ON FAILED' TO WS-ABORT-MESSAGE
000223         PERFORM 9000-ABORT-RUN
000224             THRU 9000-EXIT
000225     END-IF.
000226     OPEN INPUT HIST-FILE.
000227     IF WS-HIST-STATUS NOT = '00'
000228         MOVE 'HISTORY FILE PAYHIST NOT AVAILABLE' TO
000229             WS-ABORT-MESSAGE
000230         PERFORM 9000-ABORT-RUN
000231             THRU 9000-EXIT
000232     END-IF.
000233     OPEN INPUT EMP-FILE.
000234     IF WS-EMPMAST-STATUS = '00'
000235         MOVE 'Y' TO WS-EMPMAST-OPEN-SWITCH
000236     END-IF.
000237 1000-EXIT.
000238     EXIT.
000239*
000240*****************************************************
000241* 2000-PROCESS-OPTION - MOSTRA O MENU, LE A OPCAO DO
000242* OPERADOR E DESPACHA PARA A CONSULTA, COMO NO YTDINQ.
000243*****************************************************
000244 2000-PROCESS-OPTION.
000245     DISPLAY ' '.
000246     DISPLAY 'PAYHINQ - I=INQUIRY  X=EXIT'.
000247     ACCEPT WS-OPTION.
000248     IF OPTION-INQUIRY
000249         PERFORM 3000-DO-INQUIRY
000250             THRU 3000-EXIT
000251     ELSE
000252         IF NOT OPTION-EXIT
000253             DISPLAY 'INVALID OPTION'
000254         END-IF
000255     END-IF.
000256 2000-EXIT.
000257     EXIT.
000258*
000259*****************************************************
000260* 3000-DO-INQUIRY - PEDE O FUNCIONARIO, POSICIONA O
000261* HISTORICO NO PRIMEIRO PERIODO DELE E LISTA UM PERIODO
000262* POR LINHA, ACUMULANDO OS TOTAIS DO ANO ABERTO.
000263*****************************************************
000264 3000-DO-INQUIRY.
000265     DISPLAY 'EMPLOYEE ID:'.
000266     ACCEPT INQ-EMP-ID.
000267     MOVE ZERO TO INQ-LINE-COUNT.
000268     MOVE ZERO TO INQ-TOT-HOURS.
000269     MOVE ZERO TO INQ-TOT-GROSS.
000270     MOVE ZERO TO INQ-TOT-TAX.
000271     MOVE ZERO TO INQ-TOT-NET.
000272     MOVE INQ-EMP-ID TO PH-EMP-ID.
000273     MOVE ZERO TO PH-PERIOD-END.
000274     MOVE ZERO TO PH-BATCH-NO.
000275     START HIST-FILE KEY NOT < PH-KEY
000276         INVALID KEY
000277             DISPLAY 'NO HISTORY FOR EMPLOYEE ' INQ-EMP-ID
000278             GO TO 3000-EXIT
000279     END-START.
000280     PERFORM 5100-LOOKUP-NAME
000281         THRU 5100-EXIT.
000282     DISPLAY 'EMPLOYEE: ' INQ-EMP-ID ' ' INQ-EMP-NAME.
000283     MOVE 'N' TO WS-HIST-EOF-SWITCH.
000284     PERFORM 3100-READ-HISTORY
000285         THRU 3100-EXIT.
000286     PERFORM 3200-LIST-ONE-PERIOD
000287         THRU 3200-EXIT
000288         UNTIL HIST-LIST-DONE.
000289     IF INQ-LINE-COUNT = ZERO
000290         DISPLAY 'NO HISTORY FOR EMPLOYEE ' INQ-EMP-ID
000291         GO TO 3000-EXIT
000292     END-IF.
000293     MOVE INQ-TOT-HOURS TO IT-HOURS.
000294     MOVE INQ-TOT-GROSS TO IT-GROSS.
000295     MOVE INQ-TOT-TAX TO IT-TAX.
000296     MOVE INQ-TOT-NET TO IT-NET.
000297     DISPLAY INQ-TOTAL-LINE.
000298 3000-EXIT.
000299     EXIT.
000300*
000301*****************************************************
000302* 3100-READ-HISTORY - LE O PROXIMO PERIODO EM ORDEM DE
000303* CHAVE; FIM DO ARQUIVO OU PERIODO DE OUTRO FUNCIONARIO
000304* ENCERRAM A LISTA.
000305*****************************************************
000306 3100-READ-HISTORY.
000307     READ HIST-FILE NEXT RECORD
000308         AT END
000309             MOVE 'Y' TO WS-HIST-EOF-SWITCH
000310     END-READ.
000311     IF NOT HIST-LIST-DONE
000312         AND PH-EMP-ID NOT = INQ-EMP-ID
000313         MOVE 'Y' TO WS-HIST-EOF-SWITCH
000314     END-IF.
000315 3100-EXIT.
000316     EXIT.
000317*
000318*****************************************************
000319* 3200-LIST-ONE-PERIOD - MOSTRA UM PERIODO DO HISTORICO
000320* E ACUMULA OS TOTAIS.
000321*****************************************************
000322 3200-LIST-ONE-PERIOD.
000323     MOVE PH-PERIOD-END TO ID-PERIOD-END.
000324     MOVE PH-BATCH-NO TO ID-BATCH-NO.
000325     MOVE PH-PERIOD-NO TO ID-PERIOD-NO.
000326     MOVE PH-HOURS TO ID-HOURS.
000327     MOVE PH-GROSS TO ID-GROSS.
000328     MOVE PH-TAX TO ID-TAX.
000329     MOVE PH-NET TO ID-NET.
000330     IF PH-ADJ-FLAG = 'Y'
000331         MOVE 'ADJ' TO ID-ADJ-FLAG
000332     END-IF.
000333     IF PH-ADJ-FLAG = 'O'
000334         MOVE 'OFF' TO ID-ADJ-FLAG
000335     END-IF.
000336     IF PH-ADJ-FLAG NOT = 'Y'
000337         AND PH-ADJ-FLAG NOT = 'O'
000338         MOVE SPACES TO ID-ADJ-FLAG
000339     END-IF.
000340     DISPLAY INQ-DETAIL-LINE.
000341     ADD 1 TO INQ-LINE-COUNT.
000342     ADD PH-HOURS TO INQ-TOT-HOURS.
000343     ADD PH-GROSS TO INQ-TOT-GROSS.
000344     ADD PH-TAX TO INQ-TOT-TAX.
000345     ADD PH-NET TO INQ-TOT-NET.
000346     PERFORM 3100-READ-HISTORY
000347         THRU 3100-EXIT.
000348 3200-EXIT.
000349     EXIT.
000350*
000351*****************************************************
000352* 5100-LOOKUP-NAME - BUSCA O NOME DO FUNCIONARIO NO
000353* CADASTRO EMPMAST, SE O CADASTRO ESTIVER DISPONIVEL.
000354*****************************************************
000355 5100-LOOKUP-NAME.
000356     MOVE SPACES TO INQ-EMP-NAME.
000357     IF NOT EMPMAST-AVAILABLE
000358         GO TO 5100-EXIT
000359     END-IF.
000360     MOVE INQ-EMP-ID TO EM-EMP-ID.
000361     READ EMP-FILE
000362         INVALID KEY
000363             CONTINUE
000364         NOT INVALID KEY
000365             MOVE EM-NAME TO INQ-EMP-NAME
000366     END-READ.
000367 5100-EXIT.
000368     EXIT.
000369*
000370*****************************************************
000371* 8000-TERMINATE-RUN - FECHA OS ARQUIVOS.
000372*****************************************************
000373 8000-TERMINATE-RUN.
000374     CLOSE HIST-FILE.
000375     IF EMPMAST-AVAILABLE
000376         CLOSE EMP-FILE
000377     END-IF.
000378 8000-EXIT.
000379     EXIT.
000380*
000381*****************************************************
000382* 9000-ABORT-RUN - ENCERRA O PROGRAMA COM ERRO GRAVE:
000383* MOSTRA A MENSAGEM NO CONSOLE DO OPERADOR E DEVOLVE
000384* RETURN-CODE 16.
000385*****************************************************
000386 9000-ABORT-RUN.
000387     DISPLAY 'PAYHINQ *** RUN ABORTED *** '
000388         WS-ABORT-MESSAGE.
000389     MOVE 16 TO RETURN-CODE.
000390     STOP RUN.
000391 9000-EXIT.
000392     EXIT.
000393*
000394*****************************************************
000395* 9400-SIGN-ON - UMA TENTATIVA DE ENTRADA: LE O CODIGO
000396* E A SENHA DO OPERADOR E CONFERE NO CADASTRO COM O
000397* PAPEL MINIMO SGN-REQUIRED-ROLE. CODIGO EM BRANCO
000398* DESISTE (ESGOTA AS TENTATIVAS).
000399*****************************************************
000400 9400-SIGN-ON.
000401     ADD 1 TO SGN-ATTEMPTS.
000402     DISPLAY 'PAYHINQ - OPERATOR ID (BLANK = CANCEL):'.
000403     ACCEPT SGN-IN-ID.
000404     IF SGN-IN-ID = SPACES
000405         MOVE 3 TO SGN-ATTEMPTS
000406         GO TO 9400-EXIT
000407     END-IF.
000408     DISPLAY 'PAYHINQ - PASSWORD:'.
000409     ACCEPT SGN-IN-PASSWORD.
000410     PERFORM 9410-CHECK-OPERATOR
000411         THRU 9410-EXIT.
000412     MOVE SPACES TO SGN-IN-PASSWORD.
000413     IF SIGN-ON-ACCEPTED
000414         MOVE SGN-IN-ID TO SGN-OPER-ID
000415         MOVE SGN-CHECK-ROLE TO SGN-OPER-ROLE
000416     END-IF.
000417 9400-EXIT.
000418     EXIT.
000419*
000420*****************************************************
000421* 9410-CHECK-OPERATOR - CONFERE SGN-IN-ID E A SENHA NO
000422* CADASTRO DE OPERADORES: OPERADOR ATIVO, NAO
000423* BLOQUEADO, SENHA CERTA E PAPEL NAO MENOR QUE O
000424* EXIGIDO. SENHA ERRADA SOMA UMA FALHA E A TERCEIRA
000425* SEGUIDA BLOQUEIA O OPERADOR; SENHA CERTA ZERA A
000426* CONTAGEM. TODA RECUSA VAI PARA O SECLOG.
000427*****************************************************
000428 9410-CHECK-OPERATOR.
000429     MOVE 'N' TO SGN-RESULT-SWITCH.
000430     MOVE SGN-IN-ID TO SGN-LOG-OPER-ID.
000431     MOVE 'F' TO SGN-LOG-EVENT.
000432     OPEN I-O OPERATOR-FILE.
000433     IF WS-OPERFILE-STATUS NOT = '00'
000434         DISPLAY 'PAYHINQ - OPERATOR FILE OPERFILE NOT AVAILABLE'
000435         GO TO 9410-EXIT
000436     END-IF.
000437     MOVE SGN-IN-ID TO OP-OPER-ID.
000438     READ OPERATOR-FILE
000439         INVALID KEY
000440             MOVE 'UNKNOWN OPERATOR ID' TO SGN-LOG-DETAIL
000441             GO TO 9410-REFUSED
000442     END-READ.
000443     IF NOT OPERATOR-ACTIVE
000444         MOVE 'OPERATOR NOT ACTIVE' TO SGN-LOG-DETAIL
000445         GO TO 9410-REFUSED
000446     END-IF.
000447     IF OPERATOR-LOCKED
000448         MOVE 'OPERATOR LOCKED OUT' TO SGN-LOG-DETAIL
000449         GO TO 9410-REFUSED
000450     END-IF.
000451     PERFORM 9420-HASH-PASSWORD
000452         THRU 9420-EXIT.
000453     IF SGN-HASH NOT = OP-PASSWORD-HASH
000454         ADD 1 TO OP-FAIL-COUNT
000455         MOVE 'WRONG PASSWORD' TO SGN-LOG-DETAIL
000456         IF OP-FAIL-COUNT NOT < 3
000457             MOVE 'Y' TO OP-LOCKED-FLAG
000458             MOVE 'L' TO SGN-LOG-EVENT
000459             MOVE 'LOCKED AFTER 3 FAILED SIGN-ONS' TO
000460                 SGN-LOG-DETAIL
000461         END-IF
000462         REWRITE OPERATOR-RECORD
000463         GO TO 9410-REFUSED
000464     END-IF.
000465     MOVE ZERO TO OP-FAIL-COUNT.
000466     ACCEPT OP-LAST-SIGNON FROM DATE.
000467     REWRITE OPERATOR-RECORD.
000468     IF OP-ROLE < SGN-REQUIRED-ROLE
000469         MOVE 'D' TO SGN-LOG-EVENT
000470         MOVE 'ROLE TOO LOW FOR THIS FUNCTION' TO
000471             SGN-LOG-DETAIL
000472         GO TO 9410-REFUSED
000473     END-IF.
000474     MOVE OP-ROLE TO SGN-CHECK-ROLE.
000475     MOVE 'Y' TO SGN-RESULT-SWITCH.
000476     CLOSE OPERATOR-FILE.
000477     GO TO 9410-EXIT.
000478 9410-REFUSED.
000479     CLOSE OPERATOR-FILE.
000480     IF SGN-LOG-EVENT = 'F'
000481         DISPLAY 'PAYHINQ - INVALID OPERATOR ID OR PASSWORD'
000482     ELSE
000483         DISPLAY 'PAYHINQ - ' SGN-LOG-DETAIL
000484     END-IF.
000485     PERFORM 9450-WRITE-SECURITY-LOG
000486         THRU 9450-EXIT.
000487 9410-EXIT.
000488     EXIT.
000489*
000490*****************************************************
000491* 9420-HASH-PASSWORD - CALCULA O CODIGO GUARDADO NO
000492* CADASTRO EM LUGAR DA SENHA: CADA CARACTER DE
000493* OPERADOR + SENHA VIRA SUA POSICAO NA TABELA
000494* SGN-CHAR (65 FORA DELA) E ENTRA NO CODIGO POR
000495* CODIGO X 67 + POSICAO, MODULO 999999937. TEM DE SER
000496* O MESMO EM TODOS OS PROGRAMAS.
000497*****************************************************
000498 9420-HASH-PASSWORD.
000499     MOVE ZERO TO SGN-HASH.
000500     PERFORM 9430-HASH-ONE-CHAR
000501         THRU 9430-EXIT
000502         VARYING SGN-KEY-SUB FROM 1 BY 1
000503         UNTIL SGN-KEY-SUB > 16.
000504 9420-EXIT.
000505     EXIT.
000506*
000507*****************************************************
000508* 9430-HASH-ONE-CHAR - SOMA UM CARACTER AO CODIGO.
000509*****************************************************
000510 9430-HASH-ONE-CHAR.
000511     MOVE ZERO TO SGN-CHAR-POS.
000512     PERFORM 9440-MATCH-CHAR
000513         THRU 9440-EXIT
000514         VARYING SGN-CHAR-SUB FROM 1 BY 1
000515         UNTIL SGN-CHAR-SUB > 64
000516         OR SGN-CHAR-POS NOT = ZERO.
000517     IF SGN-CHAR-POS = ZERO
000518         MOVE 65 TO SGN-CHAR-POS
000519     END-IF.
000520     MULTIPLY SGN-HASH BY 67 GIVING SGN-HASH-WORK.
000521     ADD SGN-CHAR-POS TO SGN-HASH-WORK.
000522     DIVIDE SGN-HASH-WORK BY 999999937
000523         GIVING SGN-HASH-QUOTIENT
000524         REMAINDER SGN-HASH.
000525 9430-EXIT.
000526     EXIT.
000527*
000528*****************************************************
000529* 9440-MATCH-CHAR - COMPARA UMA ENTRADA DA TABELA DE
000530* CARACTERES COM O CARACTER DA VEZ.
000531*****************************************************
000532 9440-MATCH-CHAR.
000533     IF SGN-CHAR (SGN-CHAR-SUB) = SGN-KEY-CHAR (SGN-KEY-SUB)
000534         MOVE SGN-CHAR-SUB TO SGN-CHAR-POS
000535     END-IF.
000536 9440-EXIT.
000537     EXIT.
000538*
000539*****************************************************
000540* 9450-WRITE-SECURITY-LOG - ACRESCENTA AO SECLOG UM
000541* REGISTRO COM OS DADOS PREPARADOS EM SGN-WORK-AREAS.
000542* SEM O SECLOG SO AVISA.
000543*****************************************************
000544 9450-WRITE-SECURITY-LOG.
000545     OPEN EXTEND SECURITY-LOG-FILE.
000546     IF WS-SECLOG-STATUS NOT = '00'
000547         OPEN OUTPUT SECURITY-LOG-FILE
000548     END-IF.
000549     IF WS-SECLOG-STATUS NOT = '00'
000550         DISPLAY 'PAYHINQ - SECURITY LOG SECLOG NOT AVAILABLE'
000551         GO TO 9450-EXIT
000552     END-IF.
000553     MOVE SPACES TO SECURITY-LOG-RECORD.
000554     MOVE SGN-LOG-OPER-ID TO SC-OPER-ID.
000555     ACCEPT SC-EVENT-DATE FROM DATE.
000556     ACCEPT SC-EVENT-TIME FROM TIME.
000557     MOVE SGN-PROGRAM TO SC-PROGRAM.
000558     MOVE SGN-LOG-EVENT TO SC-EVENT.
000559     MOVE SGN-APPROVER-ID TO SC-APPROVER-ID.
000560     MOVE SGN-LOG-DETAIL TO SC-DETAIL.
000561     WRITE SECURITY-LOG-RECORD.
000562     CLOSE SECURITY-LOG-FILE.
000563 9450-EXIT.
000564     EXIT.
