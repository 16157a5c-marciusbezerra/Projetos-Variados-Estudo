000026* NOME DO ARQUIVO: EMPMAINT.COB
000027*
000028* OPCAO A (ADMISSAO): INCLUI UM FUNCIONARIO NOVO COM
000029* NOME, DEPARTAMENTO, DATA DE ADMISSAO, DADOS
000030* BANCARIOS E NUMERO DE DEPENDENTES, STATUS 'A'.
000031* OPCAO C (ALTERACAO): ALTERA NOME, DEPARTAMENTO,
000032* DADOS BANCARIOS, DATA DE ADMISSAO, STATUS OU
000033* NUMERO DE DEPENDENTES.
000034* OPCAO T (DESLIGAMENTO): GRAVA A DATA DE DESLIGAMENTO
000035* E MUDA O STATUS PARA 'I'.
000036* O OPERADOR ENTRA COM CODIGO E SENHA DO CADASTRO DE
000037* OPERADORES OPERFILE.DAT: ADMISSAO E ALTERACAO EXIGEM
000038* PAPEL DE AUXILIAR OU ACIMA, DESLIGAMENTO DE
000039* SUPERVISOR OU ACIMA, E A TROCA DE DADOS BANCARIOS
000040* AINDA A APROVACAO DE UM SEGUNDO OPERADOR, SUPERVISOR
000041* OU ACIMA. TODA ACAO E GRAVADA EM EMPAUDIT.DAT COM
000042* DATA, OPERADOR, FUNCIONARIO, ACAO, CAMPO E VALORES
000043* ANTIGO E NOVO, NO MESMO PADRAO DO LOG YTDCORR.DAT DO
000044* YTDINQ, E NO LOG DE SEGURANCA SECLOG.DAT.
000045*
000046* O STATUS NAO PODE SER MUDADO PARA 'I' ENQUANTO O
000047* FUNCIONARIO APARECER EM LOTE DO HOURSIN AINDA NAO
000048* REGISTRADO COMO PAGO EM PAIDBAT.DAT: DESATIVAR NO
000049* MEIO DO CICLO GERAVA REJEICAO NA VALIDACAO DO
000050* EASYCALC (3100-VALIDATE-INPUT) PARA HORAS JA
000051* EXTRAIDAS.
000052*
000053* HISTORICO DE MODIFICACOES
000054* -------------------------------------------------
000055* DATA       INIC  DESCRICAO
000056* ---------- ----  ---------------------------------
000057* 02/09/2026  RLH  PROGRAMA ORIGINAL - ADMISSAO,
000058*                  ALTERACAO E DESLIGAMENTO DO
000059*                  EMPMAST COM TRILHA DE AUDITORIA.
000060* 02/09/2026  RLH  DEPARTAMENTO INFORMADO NA ADMISSAO
000061*                  OU NA ALTERACAO PASSA A SER
000062*                  CONFERIDO CONTRA AS ENTRADAS 'D'
000063*                  DO GLMAP.DAT (QUANDO PRESENTE):
000064*                  DEPARTAMENTO SEM CONTA DE DESPESA
000065*                  DERRUBARIA O RUN DO EASYCALC NA
000066*                  JANELA DE PAGAMENTO E E RECUSADO
000067*                  JA NO CONSOLE.
000068* 15/10/2026  RLH  INCLUIDO O NUMERO DE DEPENDENTES
000069*                  DO FUNCIONARIO (EM-DEPENDENTS,
000070*                  CADASTRO COM 62 POSICOES),
000071*                  INFORMADO NA ADMISSAO E ALTERAVEL
000072*                  PELO CAMPO E DA OPCAO C, PARA A
000073*                  DEDUCAO POR DEPENDENTE DA TABELA
000074*                  DE RETENCAO DO EASYCALC.
000075* 15/10/2026  RLH  REGISTRO 'L' (LICENCA TIRADA) DO
000076*                  HOURSIN EM LOTE NAO PAGO TAMBEM
000077*                  CONTA COMO PENDENCIA DO
000078*                  FUNCIONARIO.
000079* 15/10/2026  RLH  O OPERADOR ENTRA COM CODIGO E
000080*                  SENHA DO CADASTRO OPERFILE (9400),
000081*                  COM BLOQUEIO APOS 3 FALHAS, EM VEZ
000082*                  DO CODIGO DE SUPERVISOR DIGITADO A
000083*                  CADA ACAO; ADMISSAO E ALTERACAO
000084*                  EXIGEM AUXILIAR, DESLIGAMENTO
000085*                  SUPERVISOR, E A TROCA DE DADOS
000086*                  BANCARIOS (4300) UM SEGUNDO
000087*                  APROVADOR SUPERVISOR (9500);
000088*                  RECUSAS E ACOES VAO PARA O
000089*                  SECLOG.DAT.
000090* 15/10/2026  RLH  NUMERO DE DEPENDENTES NAO NUMERICO
000091*                  E RECUSADO NA ADMISSAO E NA
000092*                  ALTERACAO.
000093*****************************************************
000094 ENVIRONMENT DIVISION.
000095 CONFIGURATION SECTION.
000096 SOURCE-COMPUTER. IBM-PS2.
000097 OBJECT-COMPUTER. IBM-PS2.
000098 INPUT-OUTPUT SECTION.
000099 FILE-CONTROL.
000100     SELECT EMP-FILE ASSIGN TO "EMPMAST.DAT"
000101         ORGANIZATION IS INDEXED
000102         ACCESS MODE IS DYNAMIC
000103         RECORD KEY IS EM-EMP-ID
000104         FILE STATUS IS WS-EMPMAST-STATUS.
000105     SELECT AUDIT-LOG-FILE ASSIGN TO "EMPAUDIT.DAT"
000106         ORGANIZATION IS SEQUENTIAL
000107         FILE STATUS IS WS-AUDIT-STATUS.
000108     SELECT HOURSIN ASSIGN TO "HOURSIN.DAT"
000109         ORGANIZATION IS SEQUENTIAL
000110         FILE STATUS IS WS-HOURSIN-STATUS.
000111     SELECT PAID-BATCH-FILE ASSIGN TO "PAIDBAT.DAT"
000112         ORGANIZATION IS SEQUENTIAL
000113         FILE STATUS IS WS-PAIDBAT-STATUS.
000114     SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
000115         ORGANIZATION IS SEQUENTIAL
000116         FILE STATUS IS WS-GLMAP-STATUS.
000117     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE.DAT"
000118         ORGANIZATION IS INDEXED
000119         ACCESS MODE IS DYNAMIC
000120         RECORD KEY IS OP-OPER-ID
000121         FILE STATUS IS WS-OPERFILE-STATUS.
000122     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
000123         ORGANIZATION IS SEQUENTIAL
000124         FILE STATUS IS WS-SECLOG-STATUS.
000125 DATA DIVISION.
000126 FILE SECTION.
000127 FD  EMP-FILE
000128     LABEL RECORDS ARE STANDARD
000129     RECORD CONTAINS 62 CHARACTERS.
000130 COPY EMPREC.
000131 FD  AUDIT-LOG-FILE
000132     LABEL RECORDS ARE STANDARD
000133     RECORD CONTAINS 69 CHARACTERS.
000134 01  AUDIT-LOG-RECORD.
000135     02  AL-DATE            PIC 9(06).
000136     02  AL-OPERATOR        PIC X(08).
000137     02  AL-EMP-ID          PIC X(05).
000138     02  AL-ACTION          PIC X(01).
000139     02  AL-FIELD           PIC X(01).
000140     02  AL-OLD-VALUE       PIC X(24).
000141     02  AL-NEW-VALUE       PIC X(24).
000142 FD  HOURSIN
000143     LABEL RECORDS ARE STANDARD
000144     RECORD CONTAINS 19 CHARACTERS.
000145 01  HOURSIN-RECORD.
000146     02  HR-REC-TYPE        PIC X(01).
000147         88  HOURS-HEADER-REC          VALUE 'H'.
000148         88  HOURS-DETAIL-REC          VALUE 'D'.
000149         88  HOURS-ADJUST-REC          VALUE 'A'.
000150         88  HOURS-LEAVE-REC           VALUE 'L'.
000151         88  HOURS-TRAILER-REC         VALUE 'T'.
000152     02  HR-REC-BODY.
000153         03  HR-EMP-ID      PIC X(05).
000154         03  FILLER         PIC X(13).
000155     02  HR-HEADER-BODY REDEFINES HR-REC-BODY.
000156         03  HB-PERIOD-END  PIC 9(06).
000157         03  HB-BATCH-NO    PIC 9(04).
000158         03  FILLER         PIC X(08).
000159 FD  PAID-BATCH-FILE
000160     LABEL RECORDS ARE STANDARD
000161     RECORD CONTAINS 10 CHARACTERS.
000162 01  PAID-BATCH-RECORD.
000163     02  PB-PERIOD-END      PIC 9(06).
000164     02  PB-BATCH-NO        PIC 9(04).
000165*
000166*****************************************************
000167* GLMAP - DE-PARA DE CONTABILIZACAO DO EASYCALC; AQUI
000168* SO AS ENTRADAS 'D' INTERESSAM, PARA RECUSAR
000169* DEPARTAMENTO SEM CONTA DE DESPESA ANTES DELE ENTRAR
000170* NO CADASTRO E DERRUBAR O RUN DE FOLHA NA JANELA.
000171*****************************************************
000172 FD  GL-MAP-FILE
000173     LABEL RECORDS ARE STANDARD
000174     RECORD CONTAINS 33 CHARACTERS.
000175 01  GL-MAP-RECORD.
000176     02  GM-TYPE            PIC X(01).
000177         88  GLMAP-DEPT-ENTRY          VALUE 'D'.
000178     02  GM-DEPT            PIC X(04).
000179     02  GM-ACCOUNT         PIC X(08).
000180     02  GM-DESC            PIC X(20).
000181*
000182*****************************************************
000183* SEGURANCA: CADASTRO DE OPERADORES (OPERFILE.DAT) E
000184* LOG DE SEGURANCA (SECLOG.DAT).
000185*****************************************************
000186 FD  OPERATOR-FILE
000187     LABEL RECORDS ARE STANDARD
000188     RECORD CONTAINS 60 CHARACTERS.
000189 COPY OPERREC.
000190 FD  SECURITY-LOG-FILE
000191     LABEL RECORDS ARE STANDARD
000192     RECORD CONTAINS 80 CHARACTERS.
000193 COPY SECLREC.
000194 WORKING-STORAGE SECTION.
000195 01  WS-SWITCHES.
000196     02  WS-OPTION          PIC X(01)  VALUE SPACE.
000197         88  OPTION-ADD                VALUE 'A' 'a'.
000198         88  OPTION-CHANGE             VALUE 'C' 'c'.
000199         88  OPTION-TERMINATE          VALUE 'T' 't'.
000200         88  OPTION-EXIT               VALUE 'X' 'x'.
000201     02  WS-EMP-FOUND-SWITCH PIC X(01) VALUE 'N'.
000202         88  EMP-RECORD-FOUND          VALUE 'Y'.
000203         88  EMP-RECORD-NOT-FOUND      VALUE 'N'.
000204     02  WS-DATE-VALID-SWITCH PIC X(01) VALUE 'Y'.
000205         88  MNT-DATE-VALID            VALUE 'Y'.
000206         88  MNT-DATE-INVALID          VALUE 'N'.
000207     02  WS-HOURSIN-EOF-SWITCH PIC X(01) VALUE 'N'.
000208         88  HOURSIN-EOF               VALUE 'Y'.
000209     02  WS-PAIDBAT-EOF-SWITCH PIC X(01) VALUE 'N'.
000210         88  PAIDBAT-FILE-EOF          VALUE 'Y'.
000211     02  WS-PENDING-SWITCH  PIC X(01)  VALUE 'N'.
000212         88  EMP-IN-PENDING-BATCH      VALUE 'Y'.
000213     02  WS-BATCH-PAID-SWITCH PIC X(01) VALUE 'N'.
000214         88  CURR-BATCH-PAID           VALUE 'Y'.
000215     02  WS-GLMAP-LOADED-SWITCH PIC X(01) VALUE 'N'.
000216         88  GL-MAP-LOADED             VALUE 'Y'.
000217     02  WS-GLMAP-EOF-SWITCH PIC X(01) VALUE 'N'.
000218         88  GLMAP-FILE-EOF            VALUE 'Y'.
000219     02  WS-DEPT-MAPPED-SWITCH PIC X(01) VALUE 'Y'.
000220         88  MNT-DEPT-MAPPED           VALUE 'Y'.
000221 01  WS-EMPMAST-STATUS      PIC X(02)  VALUE '00'.
000222 01  WS-AUDIT-STATUS        PIC X(02)  VALUE '00'.
000223 01  WS-HOURSIN-STATUS      PIC X(02)  VALUE '00'.
000224 01  WS-PAIDBAT-STATUS      PIC X(02)  VALUE '00'.
000225 01  WS-GLMAP-STATUS        PIC X(02)  VALUE '00'.
000226 01  WS-ABORT-MESSAGE       PIC X(40)  VALUE SPACES.
000227 01  WS-RUN-DATE.
000228     02  WS-RUN-YY          PIC 99.
000229     02  WS-RUN-MM          PIC 99.
000230     02  WS-RUN-DD          PIC 99.
000231 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
000232                            PIC 9(06).
000233 77  PAID-SUB               PIC S9(3) COMP  VALUE ZERO.
000234 77  GLM-SUB                PIC S9(3) COMP  VALUE ZERO.
000235*
000236*****************************************************
000237* TABELA DOS DEPARTAMENTOS COM CONTA DE DESPESA NO
000238* GLMAP.DAT, CARREGADA NA ABERTURA; SEM O ARQUIVO A
000239* CONFERENCIA DE DEPARTAMENTO E PULADA, COMO NO
000240* PROPRIO EASYCALC.
000241*****************************************************
000242 01  GLM-TABLE-AREA.
000243     02  GLM-COUNT          PIC S9(3) COMP  VALUE ZERO.
000244     02  GLM-ENTRY OCCURS 50 TIMES.
000245         03  GLM-DEPT       PIC X(04).
000246 01  PAID-TABLE-AREA.
000247     02  PAID-COUNT         PIC S9(3) COMP  VALUE ZERO.
000248     02  PAID-ENTRY OCCURS 200 TIMES.
000249         03  PD-PERIOD-END  PIC 9(06).
000250         03  PD-BATCH-NO    PIC 9(04).
000251 01  MNT-WORK-AREAS.
000252     02  MNT-OPERATOR       PIC X(08)  VALUE SPACES.
000253     02  MNT-EMP-ID         PIC X(05)  VALUE SPACES.
000254     02  MNT-NAME           PIC X(20)  VALUE SPACES.
000255     02  MNT-DEPT           PIC X(04)  VALUE SPACES.
000256     02  MNT-DATE           PIC 9(06)  VALUE ZERO.
000257     02  MNT-DATE-SPLIT REDEFINES MNT-DATE.
000258         03  MNT-DATE-YY    PIC 99.
000259         03  MNT-DATE-MM    PIC 99.
000260         03  MNT-DATE-DD    PIC 99.
000261     02  MNT-STATUS         PIC X(01)  VALUE SPACE.
000262     02  MNT-BANK-NO        PIC 9(03)  VALUE ZERO.
000263     02  MNT-BRANCH-NO      PIC 9(05)  VALUE ZERO.
000264     02  MNT-ACCOUNT-NO     PIC 9(10)  VALUE ZERO.
000265     02  MNT-DEPENDENTS     PIC 9(02)  VALUE ZERO.
000266     02  MNT-FIELD-CODE     PIC X(01)  VALUE SPACE.
000267         88  MNT-FIELD-NAME            VALUE 'N' 'n'.
000268         88  MNT-FIELD-DEPT            VALUE 'D' 'd'.
000269         88  MNT-FIELD-BANK            VALUE 'B' 'b'.
000270         88  MNT-FIELD-HIRE            VALUE 'H' 'h'.
000271         88  MNT-FIELD-STATUS          VALUE 'S' 's'.
000272         88  MNT-FIELD-DEPENDENTS      VALUE 'E' 'e'.
000273     02  MNT-OLD-VALUE      PIC X(24)  VALUE SPACES.
000274     02  MNT-NEW-VALUE      PIC X(24)  VALUE SPACES.
000275 01  MNT-BANK-GROUP.
000276     02  MNT-BG-BANK        PIC 9(03).
000277     02  MNT-BG-BRANCH      PIC 9(05).
000278     02  MNT-BG-ACCOUNT     PIC 9(10).
000279     02  FILLER             PIC X(06)  VALUE SPACES.
000280 01  MNT-NAME-DEPT-GROUP.
000281     02  MNT-ND-NAME        PIC X(20).
000282     02  MNT-ND-DEPT        PIC X(04).
000283 01  MNT-LOG-DETAIL.
000284     02  FILLER             PIC X(09)  VALUE 'EMPLOYEE '.
000285     02  MLD-EMP-ID         PIC X(05).
000286     02  FILLER             PIC X(08)  VALUE ' ACTION '.
000287     02  MLD-ACTION         PIC X(01).
000288     02  FILLER             PIC X(07)  VALUE ' FIELD '.
000289     02  MLD-FIELD          PIC X(01).
000290     02  FILLER             PIC X(09)  VALUE SPACES.
000291*
000292*****************************************************
000293* SEGURANCA DE OPERADORES: OPERADOR IDENTIFICADO PELA
000294* 9400, PAPEL MINIMO EXIGIDO, SEGUNDO APROVADOR E
000295* DADOS DO PROXIMO REGISTRO DO SECLOG. A SENHA
000296* DIGITADA SO FICA NA AREA ATE O CALCULO DO CODIGO.
000297*****************************************************
000298 01  WS-OPERFILE-STATUS     PIC X(02)  VALUE '00'.
000299 01  WS-SECLOG-STATUS       PIC X(02)  VALUE '00'.
000300 01  SGN-ROLE-VALUES.
000301     02  SGN-ROLE-INQUIRY   PIC 9(01)  VALUE 1.
000302     02  SGN-ROLE-CLERK     PIC 9(01)  VALUE 2.
000303     02  SGN-ROLE-SUPERVISOR PIC 9(01) VALUE 3.
000304     02  SGN-ROLE-MANAGER   PIC 9(01)  VALUE 4.
000305 01  SGN-WORK-AREAS.
000306     02  SGN-PROGRAM        PIC X(08)  VALUE 'EMPMAINT'.
000307     02  SGN-OPER-ID        PIC X(08)  VALUE SPACES.
000308     02  SGN-OPER-ROLE      PIC 9(01)  VALUE ZERO.
000309     02  SGN-APPROVER-ID    PIC X(08)  VALUE SPACES.
000310     02  SGN-REQUIRED-ROLE  PIC 9(01)  VALUE ZERO.
000311     02  SGN-CHECK-ROLE     PIC 9(01)  VALUE ZERO.
000312     02  SGN-ATTEMPTS       PIC 9(01)  VALUE ZERO.
000313     02  SGN-RESULT-SWITCH  PIC X(01)  VALUE 'N'.
000314         88  SIGN-ON-ACCEPTED          VALUE 'Y'.
000315     02  SGN-KEY-IN.
000316         03  SGN-IN-ID      PIC X(08)  VALUE SPACES.
000317         03  SGN-IN-PASSWORD PIC X(08) VALUE SPACES.
000318     02  SGN-KEY-CHARS REDEFINES SGN-KEY-IN.
000319         03  SGN-KEY-CHAR   PIC X(01)  OCCURS 16 TIMES.
000320     02  SGN-HASH           PIC 9(10)  VALUE ZERO.
000321     02  SGN-HASH-WORK      PIC 9(12)  VALUE ZERO.
000322     02  SGN-HASH-QUOTIENT  PIC 9(12)  VALUE ZERO.
000323     02  SGN-CHAR-POS       PIC 9(02)  VALUE ZERO.
000324     02  SGN-LOG-EVENT      PIC X(01)  VALUE SPACE.
000325     02  SGN-LOG-OPER-ID    PIC X(08)  VALUE SPACES.
000326     02  SGN-LOG-DETAIL     PIC X(40)  VALUE SPACES.
000327 01  SGN-CHAR-VALUES.
000328     02  FILLER             PIC X(32)
000329         VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
000330     02  FILLER             PIC X(32)
000331         VALUE '56789abcdefghijklmnopqrstuvwxyz-'.
000332 01  SGN-CHAR-TABLE REDEFINES SGN-CHAR-VALUES.
000333     02  SGN-CHAR           PIC X(01)  OCCURS 64 TIMES.
000334 77  SGN-KEY-SUB            PIC S9(3) COMP  VALUE ZERO.
000335 77  SGN-CHAR-SUB           PIC S9(3) COMP  VALUE ZERO.
000336 PROCEDURE DIVISION.
000337 0000-MAINLINE.
000338     PERFORM 1000-INITIALIZE-RUN
000339         THRU 1000-EXIT.
000340     PERFORM 2000-PROCESS-OPTION
000341         THRU 2000-EXIT
000342         UNTIL OPTION-EXIT.
000343     PERFORM 8000-TERMINATE-RUN
000344         THRU 8000-EXIT.
000345     STOP RUN.
000346*
000347*****************************************************
000348* 1000-INITIALIZE-RUN - ENTRADA DO OPERADOR (AUXILIAR
000349* OU ACIMA), ABRE O CADASTRO EM I-O, CRIANDO O ARQUIVO
000350* NA PRIMEIRA EXECUCAO, E CARREGA A TABELA DE LOTES JA
000351* PAGOS PARA A VERIFICACAO DE DESLIGAMENTO.
000352*****************************************************
000353 1000-INITIALIZE-RUN.
000354     ACCEPT WS-RUN-DATE FROM DATE.
000355     MOVE SGN-ROLE-CLERK TO SGN-REQUIRED-ROLE.
000356     PERFORM 9400-SIGN-ON
000357         THRU 9400-EXIT
000358         UNTIL SIGN-ON-ACCEPTED
000359         OR SGN-ATTEMPTS = 3.
000360     IF NOT SIGN-ON-ACCEPTED
000361         MOVE 'OPERATOR SIGN-ON FAILED' TO WS-ABORT-MESSAGE
000362         PERFORM 9000-ABORT-RUN
000363             THRU 9000-EXIT
000364     END-IF.
000365     OPEN I-O EMP-FILE.
000366     IF WS-EMPMAST-STATUS NOT = '00'
000367         OPEN OUTPUT EMP-FILE
000368         CLOSE EMP-FILE
000369         OPEN I-O EMP-FILE
000370     END-IF.
000371     IF WS-EMPMAST-STATUS NOT = '00'
000372         MOVE 'EMPLOYEE MASTER EMPMAST NOT AVAILABLE' TO
000373             WS-ABORT-MESSAGE
000374         PERFORM 9000-ABORT-RUN
000375             THRU 9000-EXIT
000376     END-IF.
000377     PERFORM 1100-LOAD-PAID-BATCH
000378         THRU 1100-EXIT.
000379     PERFORM 1200-LOAD-GL-MAP
000380         THRU 1200-EXIT.
000381 1000-EXIT.
000382     EXIT.
000383*
000384*****************************************************
000385* 1100-LOAD-PAID-BATCH - CARREGA O PAIDBAT.DAT PARA A
000386* TABELA, PARA A VERIFICACAO DE LOTE PENDENTE NAO
000387* PRECISAR RELER O ARQUIVO A CADA DESLIGAMENTO; SEM
000388* ARQUIVO, NENHUM LOTE FOI PAGO AINDA.
000389*****************************************************
000390 1100-LOAD-PAID-BATCH.
000391     OPEN INPUT PAID-BATCH-FILE.
000392     IF WS-PAIDBAT-STATUS NOT = '00'
000393         GO TO 1100-EXIT
000394     END-IF.
000395     MOVE 'N' TO WS-PAIDBAT-EOF-SWITCH.
000396     PERFORM 1110-READ-PAID-BATCH
000397         THRU 1110-EXIT.
000398     PERFORM 1120-LOAD-ONE-BATCH
000399         THRU 1120-EXIT
000400         UNTIL PAIDBAT-FILE-EOF.
000401     CLOSE PAID-BATCH-FILE.
000402 1100-EXIT.
000403     EXIT.
000404*
000405*****************************************************
000406* 1110-READ-PAID-BATCH - LE O PROXIMO LOTE JA PAGO.
000407*****************************************************
000408 1110-READ-PAID-BATCH.
000409     READ PAID-BATCH-FILE
000410         AT END
000411             MOVE 'Y' TO WS-PAIDBAT-EOF-SWITCH
000412     END-READ.
000413 1110-EXIT.
000414     EXIT.
000415*
000416*****************************************************
000417* 1120-LOAD-ONE-BATCH - GUARDA UM LOTE PAGO NA TABELA.
000418*****************************************************
000419 1120-LOAD-ONE-BATCH.
000420     IF PAID-COUNT >= 200
000421         MOVE 'PAIDBAT TABLE FULL' TO WS-ABORT-MESSAGE
000422         PERFORM 9000-ABORT-RUN
000423             THRU 9000-EXIT
000424     END-IF.
000425     ADD 1 TO PAID-COUNT.
000426     MOVE PB-PERIOD-END TO PD-PERIOD-END (PAID-COUNT).
000427     MOVE PB-BATCH-NO TO PD-BATCH-NO (PAID-COUNT).
000428     PERFORM 1110-READ-PAID-BATCH
000429         THRU 1110-EXIT.
000430 1120-EXIT.
000431     EXIT.
000432*
000433*****************************************************
000434* 1200-LOAD-GL-MAP - CARREGA PARA A TABELA OS
000435* DEPARTAMENTOS COM ENTRADA 'D' NO GLMAP.DAT, PARA A
000436* CONFERENCIA DE DEPARTAMENTO DA ADMISSAO E DA
000437* ALTERACAO; SEM O ARQUIVO NADA E CONFERIDO.
000438*****************************************************
000439 1200-LOAD-GL-MAP.
000440     OPEN INPUT GL-MAP-FILE.
000441     IF WS-GLMAP-STATUS NOT = '00'
000442         GO TO 1200-EXIT
000443     END-IF.
000444     MOVE 'Y' TO WS-GLMAP-LOADED-SWITCH.
000445     MOVE 'N' TO WS-GLMAP-EOF-SWITCH.
000446     PERFORM 1210-READ-GL-MAP
000447         THRU 1210-EXIT.
000448     PERFORM 1220-STORE-GL-ENTRY
000449         THRU 1220-EXIT
000450         UNTIL GLMAP-FILE-EOF.
000451     CLOSE GL-MAP-FILE.
000452 1200-EXIT.
000453     EXIT.
000454*
000455*****************************************************
000456* 1210-READ-GL-MAP - LE A PROXIMA ENTRADA DO DE-PARA.
000457*****************************************************
000458 1210-READ-GL-MAP.
000459     READ GL-MAP-FILE
000460         AT END
000461             MOVE 'Y' TO WS-GLMAP-EOF-SWITCH
000462     END-READ.
000463 1210-EXIT.
000464     EXIT.
000465*
000466*****************************************************
000467* 1220-STORE-GL-ENTRY - GUARDA NA TABELA O
000468* DEPARTAMENTO DE UMA ENTRADA 'D'; OS DEMAIS TIPOS NAO
000469* INTERESSAM AQUI.
000470*****************************************************
000471 1220-STORE-GL-ENTRY.
000472     IF GLMAP-DEPT-ENTRY
000473         IF GLM-COUNT >= 50
000474             MOVE 'GLMAP TABLE FULL' TO WS-ABORT-MESSAGE
000475             PERFORM 9000-ABORT-RUN
000476                 THRU 9000-EXIT
000477         END-IF
000478         ADD 1 TO GLM-COUNT
000479         MOVE GM-DEPT TO GLM-DEPT (GLM-COUNT)
000480     END-IF.
000481     PERFORM 1210-READ-GL-MAP
000482         THRU 1210-EXIT.
000483 1220-EXIT.
000484     EXIT.
000485*
000486*****************************************************
000487* 2000-PROCESS-OPTION - MOSTRA O MENU, LE A OPCAO DO
000488* OPERADOR E DESPACHA PARA A ACAO ESCOLHIDA. O PAPEL
000489* DO OPERADOR E CONFERIDO PELO 9460: ADMISSAO (A) E
000490* ALTERACAO (C) EXIGEM AUXILIAR, DESLIGAMENTO (T)
000491* EXIGE SUPERVISOR. ALTERACAO DE DADOS BANCARIOS PEDE
000492* AINDA UM SEGUNDO APROVADOR PELO 9500.
000493*****************************************************
000494 2000-PROCESS-OPTION.
000495     DISPLAY ' '.
000496     DISPLAY 'EMPMAINT - A=ADD  C=CHANGE  T=TERMINATE  X=EXIT'.
000497     ACCEPT WS-OPTION.
000498     IF OPTION-EXIT
000499         GO TO 2000-EXIT
000500     END-IF.
000501     IF NOT OPTION-ADD
000502         AND NOT OPTION-CHANGE
000503         AND NOT OPTION-TERMINATE
000504         DISPLAY 'INVALID OPTION'
000505         GO TO 2000-EXIT
000506     END-IF.
000507     MOVE SGN-ROLE-CLERK TO SGN-REQUIRED-ROLE.
000508     IF OPTION-ADD
000509         MOVE 'OPTION A - ADD EMPLOYEE' TO SGN-LOG-DETAIL
000510     END-IF.
000511     IF OPTION-CHANGE
000512         MOVE 'OPTION C - CHANGE EMPLOYEE' TO SGN-LOG-DETAIL
000513     END-IF.
000514     IF OPTION-TERMINATE
000515         MOVE SGN-ROLE-SUPERVISOR TO SGN-REQUIRED-ROLE
000516         MOVE 'OPTION T - TERMINATE EMPLOYEE' TO
000517             SGN-LOG-DETAIL
000518     END-IF.
000519     PERFORM 9460-CHECK-OPTION-ROLE
000520         THRU 9460-EXIT.
000521     IF NOT SIGN-ON-ACCEPTED
000522         GO TO 2000-EXIT
000523     END-IF.
000524     MOVE SGN-OPER-ID TO MNT-OPERATOR.
000525     IF OPTION-ADD
000526         PERFORM 3000-DO-ADD
000527             THRU 3000-EXIT
000528     END-IF.
000529     IF OPTION-CHANGE
000530         PERFORM 4000-DO-CHANGE
000531             THRU 4000-EXIT
000532     END-IF.
000533     IF OPTION-TERMINATE
000534         PERFORM 5000-DO-TERMINATE
000535             THRU 5000-EXIT
000536     END-IF.
000537 2000-EXIT.
000538     EXIT.
000539*
000540*****************************************************
000541* 3000-DO-ADD - ADMISSAO: LE OS DADOS DO FUNCIONARIO
000542* NOVO, VALIDA DEPARTAMENTO, DATA DE ADMISSAO E DADOS
000543* BANCARIOS E O NUMERO DE DEPENDENTES, GRAVA O
000544* REGISTRO COM STATUS 'A' E DEIXA A TRILHA DE
000545* AUDITORIA.
000546*****************************************************
000547 3000-DO-ADD.
000548     DISPLAY 'EMPLOYEE ID:'.
000549     ACCEPT MNT-EMP-ID.
000550     PERFORM 6000-READ-EMP
000551         THRU 6000-EXIT.
000552     IF EMP-RECORD-FOUND
000553         DISPLAY 'EMPLOYEE ' MNT-EMP-ID ' ALREADY ON MASTER'
000554         GO TO 3000-EXIT
000555     END-IF.
000556     DISPLAY 'EMPLOYEE NAME:'.
000557     ACCEPT MNT-NAME.
000558     IF MNT-NAME = SPACES
000559         DISPLAY 'NAME REQUIRED - NO CHANGE MADE'
000560         GO TO 3000-EXIT
000561     END-IF.
000562     DISPLAY 'DEPARTMENT (4 CHARACTERS):'.
000563     ACCEPT MNT-DEPT.
000564     IF MNT-DEPT = SPACES
000565         DISPLAY 'DEPARTMENT REQUIRED - NO CHANGE MADE'
000566         GO TO 3000-EXIT
000567     END-IF.
000568     PERFORM 6400-CHECK-DEPT-MAPPED
000569         THRU 6400-EXIT.
000570     IF NOT MNT-DEPT-MAPPED
000571         DISPLAY 'DEPT NOT ON GL MAP - NO CHANGE MADE'
000572         GO TO 3000-EXIT
000573     END-IF.
000574     DISPLAY 'HIRE DATE (YYMMDD):'.
000575     ACCEPT MNT-DATE.
000576     PERFORM 6100-VALIDATE-DATE
000577         THRU 6100-EXIT.
000578     IF MNT-DATE-INVALID
000579         DISPLAY 'INVALID HIRE DATE - NO CHANGE MADE'
000580         GO TO 3000-EXIT
000581     END-IF.
000582     PERFORM 6200-ACCEPT-BANK-DATA
000583         THRU 6200-EXIT.
000584     IF MNT-DATE-INVALID
000585         GO TO 3000-EXIT
000586     END-IF.
000587     DISPLAY 'NUMBER OF DEPENDENTS (2 DIGITS):'.
000588     ACCEPT MNT-DEPENDENTS.
000589     IF MNT-DEPENDENTS NOT NUMERIC
000590         DISPLAY 'INVALID DEPENDENTS - NO CHANGE MADE'
000591         GO TO 3000-EXIT
000592     END-IF.
000593     MOVE MNT-EMP-ID TO EM-EMP-ID.
000594     MOVE MNT-NAME TO EM-NAME.
000595     MOVE MNT-DEPT TO EM-DEPT.
000596     MOVE MNT-DATE TO EM-HIRE-DATE.
000597     MOVE ZERO TO EM-TERM-DATE.
000598     MOVE 'A' TO EM-STATUS.
000599     MOVE MNT-BANK-NO TO EM-BANK-NO.
000600     MOVE MNT-BRANCH-NO TO EM-BRANCH-NO.
000601     MOVE MNT-ACCOUNT-NO TO EM-ACCOUNT-NO.
000602     MOVE MNT-DEPENDENTS TO EM-DEPENDENTS.
000603     WRITE EMPLOYEE-RECORD
000604         INVALID KEY
000605             DISPLAY 'EMPMAST WRITE FAILED - NO CHANGE MADE'
000606             GO TO 3000-EXIT
000607     END-WRITE.
000608     MOVE SPACES TO MNT-OLD-VALUE.
000609     MOVE MNT-NAME TO MNT-ND-NAME.
000610     MOVE MNT-DEPT TO MNT-ND-DEPT.
000611     MOVE MNT-NAME-DEPT-GROUP TO MNT-NEW-VALUE.
000612     MOVE '*' TO MNT-FIELD-CODE.
000613     PERFORM 7000-WRITE-AUDIT
000614         THRU 7000-EXIT.
000615     DISPLAY 'EMPLOYEE ADDED AND LOGGED'.
000616 3000-EXIT.
000617     EXIT.
000618*
000619*****************************************************
000620* 4000-DO-CHANGE - ALTERACAO: MOSTRA O MENU DE CAMPOS,
000621* VALIDA O VALOR NOVO E REGRAVA O REGISTRO, DEIXANDO A
000622* TRILHA COM O VALOR ANTIGO E O NOVO. MUDANCA DE STATUS
000623* PARA 'I' PASSA PELA MESMA VERIFICACAO DE LOTE
000624* PENDENTE DO DESLIGAMENTO.
000625*****************************************************
000626 4000-DO-CHANGE.
000627     DISPLAY 'EMPLOYEE ID:'.
000628     ACCEPT MNT-EMP-ID.
000629     PERFORM 6000-READ-EMP
000630         THRU 6000-EXIT.
000631     IF EMP-RECORD-NOT-FOUND
000632         DISPLAY 'EMPLOYEE ' MNT-EMP-ID ' NOT ON MASTER'
000633         GO TO 4000-EXIT
000634     END-IF.
000635     DISPLAY 'FIELD (N=NAME D=DEPT B=BANK DATA'.
000636     DISPLAY ' H=HIRE DATE S=STATUS E=DEPENDENTS):'.
000637     ACCEPT MNT-FIELD-CODE.
000638     IF MNT-FIELD-NAME
000639         PERFORM 4100-CHANGE-NAME
000640             THRU 4100-EXIT
000641         GO TO 4000-EXIT
000642     END-IF.
000643     IF MNT-FIELD-DEPT
000644         PERFORM 4200-CHANGE-DEPT
000645             THRU 4200-EXIT
000646         GO TO 4000-EXIT
000647     END-IF.
000648     IF MNT-FIELD-BANK
000649         PERFORM 4300-CHANGE-BANK
000650             THRU 4300-EXIT
000651         GO TO 4000-EXIT
000652     END-IF.
000653     IF MNT-FIELD-HIRE
000654         PERFORM 4400-CHANGE-HIRE-DATE
000655             THRU 4400-EXIT
000656         GO TO 4000-EXIT
000657     END-IF.
000658     IF MNT-FIELD-STATUS
000659         PERFORM 4500-CHANGE-STATUS
000660             THRU 4500-EXIT
000661         GO TO 4000-EXIT
000662     END-IF.
000663     IF MNT-FIELD-DEPENDENTS
000664         PERFORM 4600-CHANGE-DEPENDENTS
000665             THRU 4600-EXIT
000666         GO TO 4000-EXIT
000667     END-IF.
000668     DISPLAY 'INVALID FIELD CODE - NO CHANGE MADE'.
000669 4000-EXIT.
000670     EXIT.
000671*
000672*****************************************************
000673* 4100-CHANGE-NAME - ALTERA O NOME DO FUNCIONARIO.
000674*****************************************************
000675 4100-CHANGE-NAME.
000676     DISPLAY 'CURRENT NAME: ' EM-NAME.
000677     DISPLAY 'NEW NAME:'.
000678     ACCEPT MNT-NAME.
000679     IF MNT-NAME = SPACES
000680         DISPLAY 'NAME REQUIRED - NO CHANGE MADE'
000681         GO TO 4100-EXIT
000682     END-IF.
000683     MOVE EM-NAME TO MNT-OLD-VALUE.
000684     MOVE MNT-NAME TO EM-NAME.
000685     MOVE MNT-NAME TO MNT-NEW-VALUE.
000686     PERFORM 6500-REWRITE-AND-LOG
000687         THRU 6500-EXIT.
000688 4100-EXIT.
000689     EXIT.
000690*
000691*****************************************************
000692* 4200-CHANGE-DEPT - ALTERA O DEPARTAMENTO/CENTRO DE
000693* CUSTO DO FUNCIONARIO.
000694*****************************************************
000695 4200-CHANGE-DEPT.
000696     DISPLAY 'CURRENT DEPT: ' EM-DEPT.
000697     DISPLAY 'NEW DEPT (4 CHARACTERS):'.
000698     ACCEPT MNT-DEPT.
000699     IF MNT-DEPT = SPACES
000700         DISPLAY 'DEPARTMENT REQUIRED - NO CHANGE MADE'
000701         GO TO 4200-EXIT
000702     END-IF.
000703     PERFORM 6400-CHECK-DEPT-MAPPED
000704         THRU 6400-EXIT.
000705     IF NOT MNT-DEPT-MAPPED
000706         DISPLAY 'DEPT NOT ON GL MAP - NO CHANGE MADE'
000707         GO TO 4200-EXIT
000708     END-IF.
000709     MOVE EM-DEPT TO MNT-OLD-VALUE.
000710     MOVE MNT-DEPT TO EM-DEPT.
000711     MOVE MNT-DEPT TO MNT-NEW-VALUE.
000712     PERFORM 6500-REWRITE-AND-LOG
000713         THRU 6500-EXIT.
000714 4200-EXIT.
000715     EXIT.
000716*
000717*****************************************************
000718* 4300-CHANGE-BANK - ALTERA BANCO, AGENCIA E CONTA DO
000719* FUNCIONARIO; OS TRES CAMPOS SAO LIDOS E VALIDADOS EM
000720* CONJUNTO (OU TODOS ZERO, OU TODOS INFORMADOS). A
000721* TROCA SO E FEITA COM A APROVACAO DE UM SEGUNDO
000722* OPERADOR, SUPERVISOR OU ACIMA (9500).
000723*****************************************************
000724 4300-CHANGE-BANK.
000725     MOVE EM-BANK-NO TO MNT-BG-BANK.
000726     MOVE EM-BRANCH-NO TO MNT-BG-BRANCH.
000727     MOVE EM-ACCOUNT-NO TO MNT-BG-ACCOUNT.
000728     DISPLAY 'CURRENT BANK/BRANCH/ACCOUNT: ' MNT-BANK-GROUP.
000729     MOVE MNT-BANK-GROUP TO MNT-OLD-VALUE.
000730     PERFORM 6200-ACCEPT-BANK-DATA
000731         THRU 6200-EXIT.
000732     IF MNT-DATE-INVALID
000733         GO TO 4300-EXIT
000734     END-IF.
000735     MOVE SGN-ROLE-SUPERVISOR TO SGN-REQUIRED-ROLE.
000736     PERFORM 9500-GET-APPROVAL
000737         THRU 9500-EXIT.
000738     IF SGN-APPROVER-ID = SPACES
000739         DISPLAY 'BANK CHANGE NOT APPROVED - NO CHANGE MADE'
000740         GO TO 4300-EXIT
000741     END-IF.
000742     MOVE MNT-BANK-NO TO EM-BANK-NO.
000743     MOVE MNT-BRANCH-NO TO EM-BRANCH-NO.
000744     MOVE MNT-ACCOUNT-NO TO EM-ACCOUNT-NO.
000745     MOVE MNT-BANK-NO TO MNT-BG-BANK.
000746     MOVE MNT-BRANCH-NO TO MNT-BG-BRANCH.
000747     MOVE MNT-ACCOUNT-NO TO MNT-BG-ACCOUNT.
000748     MOVE MNT-BANK-GROUP TO MNT-NEW-VALUE.
000749     PERFORM 6500-REWRITE-AND-LOG
000750         THRU 6500-EXIT.
000751 4300-EXIT.
000752     EXIT.
000753*
000754*****************************************************
000755* 4400-CHANGE-HIRE-DATE - ALTERA A DATA DE ADMISSAO.
000756*****************************************************
000757 4400-CHANGE-HIRE-DATE.
000758     MOVE EM-HIRE-DATE TO MNT-DATE.
000759     DISPLAY 'CURRENT HIRE DATE: ' MNT-DATE.
000760     MOVE EM-HIRE-DATE TO MNT-OLD-VALUE.
000761     DISPLAY 'NEW HIRE DATE (YYMMDD):'.
000762     ACCEPT MNT-DATE.
000763     PERFORM 6100-VALIDATE-DATE
000764         THRU 6100-EXIT.
000765     IF MNT-DATE-INVALID
000766         DISPLAY 'INVALID HIRE DATE - NO CHANGE MADE'
000767         GO TO 4400-EXIT
000768     END-IF.
000769     MOVE MNT-DATE TO EM-HIRE-DATE.
000770     MOVE MNT-DATE TO MNT-NEW-VALUE.
000771     PERFORM 6500-REWRITE-AND-LOG
000772         THRU 6500-EXIT.
000773 4400-EXIT.
000774     EXIT.
000775*
000776*****************************************************
000777* 4500-CHANGE-STATUS - ALTERA O STATUS ('A' OU 'I');
000778* MUDANCA PARA 'I' E RECUSADA ENQUANTO O FUNCIONARIO
000779* APARECER EM LOTE DO HOURSIN AINDA NAO PAGO, PARA NAO
000780* GERAR REJEICAO NO MEIO DO CICLO DE PAGAMENTO.
000781*****************************************************
000782 4500-CHANGE-STATUS.
000783     DISPLAY 'CURRENT STATUS: ' EM-STATUS.
000784     DISPLAY 'NEW STATUS (A=ACTIVE I=INACTIVE):'.
000785     ACCEPT MNT-STATUS.
000786     IF MNT-STATUS NOT = 'A'
000787         AND MNT-STATUS NOT = 'I'
000788         DISPLAY 'INVALID STATUS - NO CHANGE MADE'
000789         GO TO 4500-EXIT
000790     END-IF.
000791     IF MNT-STATUS = 'I'
000792         PERFORM 6300-CHECK-PENDING-HOURS
000793             THRU 6300-EXIT
000794         IF EMP-IN-PENDING-BATCH
000795             DISPLAY 'EMPLOYEE IN UNPAID BATCH - NO CHANGE MADE'
000796             GO TO 4500-EXIT
000797         END-IF
000798     END-IF.
000799     MOVE EM-STATUS TO MNT-OLD-VALUE.
000800     MOVE MNT-STATUS TO EM-STATUS.
000801     MOVE MNT-STATUS TO MNT-NEW-VALUE.
000802     PERFORM 6500-REWRITE-AND-LOG
000803         THRU 6500-EXIT.
000804 4500-EXIT.
000805     EXIT.
000806*
000807*****************************************************
000808* 4600-CHANGE-DEPENDENTS - ALTERA O NUMERO DE
000809* DEPENDENTES DO FUNCIONARIO, QUE ENTRA NA DEDUCAO POR
000810* DEPENDENTE DA TABELA DE RETENCAO DO EASYCALC; VALOR
000811* NAO NUMERICO E RECUSADO.
000812*****************************************************
000813 4600-CHANGE-DEPENDENTS.
000814     DISPLAY 'CURRENT DEPENDENTS: ' EM-DEPENDENTS.
000815     DISPLAY 'NEW NUMBER OF DEPENDENTS (2 DIGITS):'.
000816     ACCEPT MNT-DEPENDENTS.
000817     IF MNT-DEPENDENTS NOT NUMERIC
000818         DISPLAY 'INVALID DEPENDENTS - NO CHANGE MADE'
000819         GO TO 4600-EXIT
000820     END-IF.
000821     MOVE EM-DEPENDENTS TO MNT-OLD-VALUE.
000822     MOVE MNT-DEPENDENTS TO EM-DEPENDENTS.
000823     MOVE MNT-DEPENDENTS TO MNT-NEW-VALUE.
000824     PERFORM 6500-REWRITE-AND-LOG
000825         THRU 6500-EXIT.
000826 4600-EXIT.
000827     EXIT.
000828*
000829*****************************************************
000830* 5000-DO-TERMINATE - DESLIGAMENTO: VALIDA A DATA DE
000831* DESLIGAMENTO (NAO ANTERIOR A ADMISSAO), RECUSA O
000832* DESLIGAMENTO ENQUANTO O FUNCIONARIO APARECER EM LOTE
000833* DO HOURSIN AINDA NAO PAGO E ENTAO GRAVA A DATA E O
000834* STATUS 'I', DEIXANDO A TRILHA DE AUDITORIA.
000835*****************************************************
000836 5000-DO-TERMINATE.
000837     DISPLAY 'EMPLOYEE ID:'.
000838     ACCEPT MNT-EMP-ID.
000839     PERFORM 6000-READ-EMP
000840         THRU 6000-EXIT.
000841     IF EMP-RECORD-NOT-FOUND
000842         DISPLAY 'EMPLOYEE ' MNT-EMP-ID ' NOT ON MASTER'
000843         GO TO 5000-EXIT
000844     END-IF.
000845     IF EMP-INACTIVE
000846         DISPLAY 'EMPLOYEE ALREADY INACTIVE - NO CHANGE MADE'
000847         GO TO 5000-EXIT
000848     END-IF.
000849     DISPLAY 'TERMINATION DATE (YYMMDD):'.
000850     ACCEPT MNT-DATE.
000851     PERFORM 6100-VALIDATE-DATE
000852         THRU 6100-EXIT.
000853     IF MNT-DATE-INVALID
000854         DISPLAY 'INVALID TERMINATION DATE - NO CHANGE MADE'
000855         GO TO 5000-EXIT
000856     END-IF.
000857     IF MNT-DATE < EM-HIRE-DATE
000858         DISPLAY 'TERMINATION BEFORE HIRE - NO CHANGE MADE'
000859         GO TO 5000-EXIT
000860     END-IF.
000861     PERFORM 6300-CHECK-PENDING-HOURS
000862         THRU 6300-EXIT.
000863     IF EMP-IN-PENDING-BATCH
000864         DISPLAY 'EMPLOYEE IN UNPAID BATCH - NO CHANGE MADE'
000865         GO TO 5000-EXIT
000866     END-IF.
000867     MOVE EM-STATUS TO MNT-OLD-VALUE.
000868     MOVE MNT-DATE TO EM-TERM-DATE.
000869     MOVE 'I' TO EM-STATUS.
000870     MOVE MNT-DATE TO MNT-NEW-VALUE.
000871     MOVE 'T' TO MNT-FIELD-CODE.
000872     PERFORM 6500-REWRITE-AND-LOG
000873         THRU 6500-EXIT.
000874 5000-EXIT.
000875     EXIT.
000876*
000877*****************************************************
000878* 6000-READ-EMP - LE O REGISTRO DO FUNCIONARIO PEDIDO
000879* NO CADASTRO PELA CHAVE.
000880*****************************************************
000881 6000-READ-EMP.
000882     MOVE MNT-EMP-ID TO EM-EMP-ID.
000883     READ EMP-FILE
000884         INVALID KEY
000885             SET EMP-RECORD-NOT-FOUND TO TRUE
000886         NOT INVALID KEY
000887             SET EMP-RECORD-FOUND TO TRUE
000888     END-READ.
000889 6000-EXIT.
000890     EXIT.
000891*
000892*****************************************************
000893* 6100-VALIDATE-DATE - VALIDA UMA DATA AAMMDD LIDA DO
000894* CONSOLE: NAO PODE SER ZERO, MES 01-12 E DIA 01-31.
000895*****************************************************
000896 6100-VALIDATE-DATE.
000897     MOVE 'Y' TO WS-DATE-VALID-SWITCH.
000898     IF MNT-DATE = ZERO
000899         MOVE 'N' TO WS-DATE-VALID-SWITCH
000900         GO TO 6100-EXIT
000901     END-IF.
000902     IF MNT-DATE-MM < 01
000903         OR MNT-DATE-MM > 12
000904         MOVE 'N' TO WS-DATE-VALID-SWITCH
000905         GO TO 6100-EXIT
000906     END-IF.
000907     IF MNT-DATE-DD < 01
000908         OR MNT-DATE-DD > 31
000909         MOVE 'N' TO WS-DATE-VALID-SWITCH
000910     END-IF.
000911 6100-EXIT.
000912     EXIT.
000913*
000914*****************************************************
000915* 6200-ACCEPT-BANK-DATA - LE BANCO, AGENCIA E CONTA DO
000916* CONSOLE E VALIDA O CONJUNTO: OU OS TRES SAO ZERO
000917* (FUNCIONARIO SEM DEPOSITO EM CONTA) OU OS TRES SAO
000918* INFORMADOS. REUSA O SWITCH DE VALIDACAO DE DATA PARA
000919* SINALIZAR RECUSA AO CHAMADOR.
000920*****************************************************
000921 6200-ACCEPT-BANK-DATA.
000922     MOVE 'Y' TO WS-DATE-VALID-SWITCH.
000923     DISPLAY 'BANK NO (3 DIGITS, ZERO IF NONE):'.
000924     ACCEPT MNT-BANK-NO.
000925     DISPLAY 'BRANCH NO (5 DIGITS, ZERO IF NONE):'.
000926     ACCEPT MNT-BRANCH-NO.
000927     DISPLAY 'ACCOUNT NO (10 DIGITS, ZERO IF NONE):'.
000928     ACCEPT MNT-ACCOUNT-NO.
000929     IF MNT-BANK-NO = ZERO
000930         AND MNT-BRANCH-NO = ZERO
000931         AND MNT-ACCOUNT-NO = ZERO
000932         GO TO 6200-EXIT
000933     END-IF.
000934     IF MNT-BANK-NO = ZERO
000935         OR MNT-BRANCH-NO = ZERO
000936         OR MNT-ACCOUNT-NO = ZERO
000937         DISPLAY 'INCOMPLETE BANK DATA - NO CHANGE MADE'
000938         MOVE 'N' TO WS-DATE-VALID-SWITCH
000939     END-IF.
000940 6200-EXIT.
000941     EXIT.
000942*
000943*****************************************************
000944* 6300-CHECK-PENDING-HOURS - PROCURA O FUNCIONARIO NOS
000945* DETALHES DO HOURSIN.DAT; SE ELE APARECE EM UM LOTE
000946* CUJO PERIODO/LOTE AINDA NAO CONSTA EM PAIDBAT.DAT, O
000947* LOTE AINDA VAI SER PAGO E O STATUS NAO PODE IR PARA
000948* 'I'. SEM ARQUIVO DE HORAS, NADA ESTA PENDENTE.
000949*****************************************************
000950 6300-CHECK-PENDING-HOURS.
000951     MOVE 'N' TO WS-PENDING-SWITCH.
000952     OPEN INPUT HOURSIN.
000953     IF WS-HOURSIN-STATUS NOT = '00'
000954         GO TO 6300-EXIT
000955     END-IF.
000956     MOVE 'N' TO WS-HOURSIN-EOF-SWITCH.
000957     MOVE 'Y' TO WS-BATCH-PAID-SWITCH.
000958     PERFORM 6310-READ-HOURSIN
000959         THRU 6310-EXIT.
000960     PERFORM 6320-SCAN-ONE-HOUR
000961         THRU 6320-EXIT
000962         UNTIL HOURSIN-EOF.
000963     CLOSE HOURSIN.
000964 6300-EXIT.
000965     EXIT.
000966*
000967*****************************************************
000968* 6310-READ-HOURSIN - LE O PROXIMO REGISTRO DE HORAS.
000969*****************************************************
000970 6310-READ-HOURSIN.
000971     READ HOURSIN
000972         AT END
000973             MOVE 'Y' TO WS-HOURSIN-EOF-SWITCH
000974     END-READ.
000975 6310-EXIT.
000976     EXIT.
000977*
000978*****************************************************
000979* 6320-SCAN-ONE-HOUR - UM HEADER TROCA O LOTE CORRENTE
000980* E CONSULTA A TABELA DE LOTES PAGOS; UM DETALHE,
000981* AJUSTE OU LICENCA TIRADA DO FUNCIONARIO PROCURADO
000982* DENTRO DE LOTE AINDA NAO PAGO MARCA A PENDENCIA.
000983*****************************************************
000984 6320-SCAN-ONE-HOUR.
000985     IF HOURS-HEADER-REC
000986         PERFORM 6330-CHECK-BATCH-PAID
000987             THRU 6330-EXIT
000988     END-IF.
000989     IF (HOURS-DETAIL-REC OR HOURS-ADJUST-REC
000990         OR HOURS-LEAVE-REC)
000991         AND HR-EMP-ID = MNT-EMP-ID
000992         AND NOT CURR-BATCH-PAID
000993         MOVE 'Y' TO WS-PENDING-SWITCH
000994     END-IF.
000995     PERFORM 6310-READ-HOURSIN
000996         THRU 6310-EXIT.
000997 6320-EXIT.
000998     EXIT.
000999*
001000*****************************************************
001001* 6330-CHECK-BATCH-PAID - PROCURA O PERIODO/LOTE DO
001002* HEADER CORRENTE NA TABELA DE LOTES JA PAGOS.
001003*****************************************************
001004 6330-CHECK-BATCH-PAID.
001005     MOVE 'N' TO WS-BATCH-PAID-SWITCH.
001006     IF PAID-COUNT = ZERO
001007         GO TO 6330-EXIT
001008     END-IF.
001009     PERFORM 6340-MATCH-PAID-BATCH
001010         THRU 6340-EXIT
001011         VARYING PAID-SUB FROM 1 BY 1
001012         UNTIL PAID-SUB > PAID-COUNT.
001013 6330-EXIT.
001014     EXIT.
001015*
001016*****************************************************
001017* 6340-MATCH-PAID-BATCH - COMPARA UMA ENTRADA DA TABELA
001018* COM O PERIODO/LOTE DO HEADER CORRENTE.
001019*****************************************************
001020 6340-MATCH-PAID-BATCH.
001021     IF PD-PERIOD-END (PAID-SUB) = HB-PERIOD-END
001022         AND PD-BATCH-NO (PAID-SUB) = HB-BATCH-NO
001023         MOVE 'Y' TO WS-BATCH-PAID-SWITCH
001024     END-IF.
001025 6340-EXIT.
001026     EXIT.
001027*
001028*****************************************************
001029* 6400-CHECK-DEPT-MAPPED - CONFERE O DEPARTAMENTO
001030* INFORMADO (MNT-DEPT) CONTRA AS ENTRADAS 'D' DO
001031* GLMAP: DEPARTAMENTO SEM CONTA DE DESPESA DERRUBARIA
001032* O RUN DE FOLHA NA ENTRADA DO SORT DO EASYCALC (1325)
001033* BEM NA JANELA DE PAGAMENTO, ENTAO A RECUSA ACONTECE
001034* JA AQUI, NA FRENTE DO SUPERVISOR. SEM GLMAP NADA E
001035* CONFERIDO, COMO NO PROPRIO EASYCALC.
001036*****************************************************
001037 6400-CHECK-DEPT-MAPPED.
001038     MOVE 'Y' TO WS-DEPT-MAPPED-SWITCH.
001039     IF NOT GL-MAP-LOADED
001040         GO TO 6400-EXIT
001041     END-IF.
001042     MOVE 'N' TO WS-DEPT-MAPPED-SWITCH.
001043     PERFORM 6410-MATCH-GL-DEPT
001044         THRU 6410-EXIT
001045         VARYING GLM-SUB FROM 1 BY 1
001046         UNTIL GLM-SUB > GLM-COUNT.
001047 6400-EXIT.
001048     EXIT.
001049*
001050*****************************************************
001051* 6410-MATCH-GL-DEPT - COMPARA UMA ENTRADA DA TABELA
001052* DO GLMAP COM O DEPARTAMENTO INFORMADO.
001053*****************************************************
001054 6410-MATCH-GL-DEPT.
001055     IF GLM-DEPT (GLM-SUB) = MNT-DEPT
001056         MOVE 'Y' TO WS-DEPT-MAPPED-SWITCH
001057     END-IF.
001058 6410-EXIT.
001059     EXIT.
001060*
001061*****************************************************
001062* 6500-REWRITE-AND-LOG - REGRAVA O REGISTRO ALTERADO NO
001063* CADASTRO E DEIXA A TRILHA DE AUDITORIA; O CODIGO DE
001064* CAMPO DA TRILHA E O PROPRIO CODIGO ESCOLHIDO NO MENU
001065* DE ALTERACAO (OU 'T' NO DESLIGAMENTO, '*' NA
001066* ADMISSAO).
001067*****************************************************
001068 6500-REWRITE-AND-LOG.
001069     REWRITE EMPLOYEE-RECORD.
001070     PERFORM 7000-WRITE-AUDIT
001071         THRU 7000-EXIT.
001072     DISPLAY 'CHANGE APPLIED AND LOGGED'.
001073 6500-EXIT.
001074     EXIT.
001075*
001076*****************************************************
001077* 7000-WRITE-AUDIT - GRAVA A TRILHA DE AUDITORIA EM
001078* EMPAUDIT.DAT COM DATA, OPERADOR, FUNCIONARIO, ACAO,
001079* CAMPO E OS VALORES ANTIGO E NOVO, NO MESMO PADRAO DO
001080* LOG YTDCORR.DAT DO YTDINQ, E A ACAO NO SECLOG (COM O
001081* APROVADOR DA TROCA DE DADOS BANCARIOS).
001082*****************************************************
001083 7000-WRITE-AUDIT.
001084     OPEN EXTEND AUDIT-LOG-FILE.
001085     IF WS-AUDIT-STATUS NOT = '00'
001086         OPEN OUTPUT AUDIT-LOG-FILE
001087     END-IF.
001088     MOVE WS-RUN-DATE-NUM TO AL-DATE.
001089     MOVE MNT-OPERATOR TO AL-OPERATOR.
001090     MOVE MNT-EMP-ID TO AL-EMP-ID.
001091     MOVE WS-OPTION TO AL-ACTION.
001092     MOVE MNT-FIELD-CODE TO AL-FIELD.
001093     MOVE MNT-OLD-VALUE TO AL-OLD-VALUE.
001094     MOVE MNT-NEW-VALUE TO AL-NEW-VALUE.
001095     WRITE AUDIT-LOG-RECORD.
001096     CLOSE AUDIT-LOG-FILE.
001097     MOVE MNT-EMP-ID TO MLD-EMP-ID.
001098     MOVE WS-OPTION TO MLD-ACTION.
001099     MOVE MNT-FIELD-CODE TO MLD-FIELD.
001100     MOVE MNT-LOG-DETAIL TO SGN-LOG-DETAIL.
001101     PERFORM 9470-LOG-PRIVILEGED-ACTION
001102         THRU 9470-EXIT.
001103 7000-EXIT.
001104     EXIT.
001105*
001106*****************************************************
001107* 8000-TERMINATE-RUN - FECHA O CADASTRO.
001108*****************************************************
001109 8000-TERMINATE-RUN.
001110     CLOSE EMP-FILE.
001111 8000-EXIT.
001112     EXIT.
001113*
001114*****************************************************
001115* 9000-ABORT-RUN - ENCERRA O PROGRAMA COM ERRO GRAVE:
001116* MOSTRA A MENSAGEM NO CONSOLE DO OPERADOR E DEVOLVE
001117* RETURN-CODE 16.
001118*****************************************************
001119 9000-ABORT-RUN.
001120     DISPLAY 'EMPMAINT *** RUN ABORTED *** '
001121         WS-ABORT-MESSAGE.
001122     MOVE 16 TO RETURN-CODE.
001123     STOP RUN.
001124 9000-EXIT.
001125     EXIT.
001126*
001127*****************************************************
001128* 9400-SIGN-ON - UMA TENTATIVA DE ENTRADA: LE O CODIGO
001129* E A SENHA DO OPERADOR E CONFERE NO CADASTRO COM O
001130* PAPEL MINIMO SGN-REQUIRED-ROLE. CODIGO EM BRANCO
001131* DESISTE (ESGOTA AS TENTATIVAS).
001132*****************************************************
001133 9400-SIGN-ON.
001134     ADD 1 TO SGN-ATTEMPTS.
001135     DISPLAY 'EMPMAINT - OPERATOR ID (BLANK = CANCEL):'.
001136     ACCEPT SGN-IN-ID.
001137     IF SGN-IN-ID = SPACES
001138         MOVE 3 TO SGN-ATTEMPTS
001139         GO TO 9400-EXIT
001140     END-IF.
001141     DISPLAY 'EMPMAINT - PASSWORD:'.
001142     ACCEPT SGN-IN-PASSWORD.
001143     PERFORM 9410-CHECK-OPERATOR
001144         THRU 9410-EXIT.
001145     MOVE SPACES TO SGN-IN-PASSWORD.
001146     IF SIGN-ON-ACCEPTED
001147         MOVE SGN-IN-ID TO SGN-OPER-ID
001148         MOVE SGN-CHECK-ROLE TO SGN-OPER-ROLE
001149     END-IF.
001150 9400-EXIT.
001151     EXIT.
001152*
001153*****************************************************
001154* 9410-CHECK-OPERATOR - CONFERE SGN-IN-ID E A SENHA NO
001155* CADASTRO DE OPERADORES: OPERADOR ATIVO, NAO
001156* BLOQUEADO, SENHA CERTA E PAPEL NAO MENOR QUE O
001157* EXIGIDO. SENHA ERRADA SOMA UMA FALHA E A TERCEIRA
001158* SEGUIDA BLOQUEIA O OPERADOR; SENHA CERTA ZERA A
001159* CONTAGEM. TODA RECUSA VAI PARA O SECLOG.
001160*****************************************************
001161 9410-CHECK-OPERATOR.
001162     MOVE 'N' TO SGN-RESULT-SWITCH.
001163     MOVE SGN-IN-ID TO SGN-LOG-OPER-ID.
001164     MOVE 'F' TO SGN-LOG-EVENT.
001165     OPEN I-O OPERATOR-FILE.
001166     IF WS-OPERFILE-STATUS NOT = '00'
001167         DISPLAY 'EMPMAINT - OPERATOR FILE OPERFILE NOT AVAILABLE'
001168         GO TO 9410-EXIT
001169     END-IF.
001170     MOVE SGN-IN-ID TO OP-OPER-ID.
001171     READ OPERATOR-FILE
001172         INVALID KEY
001173             MOVE 'UNKNOWN OPERATOR ID' TO SGN-LOG-DETAIL
001174             GO TO 9410-REFUSED
001175     END-READ.
001176     IF NOT OPERATOR-ACTIVE
001177         MOVE 'OPERATOR NOT ACTIVE' TO SGN-LOG-DETAIL
001178         GO TO 9410-REFUSED
001179     END-IF.
001180     IF OPERATOR-LOCKED
001181         MOVE 'OPERATOR LOCKED OUT' TO SGN-LOG-DETAIL
001182         GO TO 9410-REFUSED
001183     END-IF.
001184     PERFORM 9420-HASH-PASSWORD
001185         THRU 9420-EXIT.
001186     IF SGN-HASH NOT = OP-PASSWORD-HASH
001187         ADD 1 TO OP-FAIL-COUNT
001188         MOVE 'WRONG PASSWORD' TO SGN-LOG-DETAIL
001189         IF OP-FAIL-COUNT NOT < 3
001190             MOVE 'Y' TO OP-LOCKED-FLAG
001191             MOVE 'L' TO SGN-LOG-EVENT
001192             MOVE 'LOCKED AFTER 3 FAILED SIGN-ONS' TO
001193                 SGN-LOG-DETAIL
001194         END-IF
001195         REWRITE OPERATOR-RECORD
001196         GO TO 9410-REFUSED
001197     END-IF.
001198     MOVE ZERO TO OP-FAIL-COUNT.
001199     ACCEPT OP-LAST-SIGNON FROM DATE.
001200     REWRITE OPERATOR-RECORD.
001201     IF OP-ROLE < SGN-REQUIRED-ROLE
001202         MOVE 'D' TO SGN-LOG-EVENT
001203         MOVE 'ROLE TOO LOW FOR THIS FUNCTION' TO
001204             SGN-LOG-DETAIL
001205         GO TO 9410-REFUSED
001206     END-IF.
001207     MOVE OP-ROLE TO SGN-CHECK-ROLE.
001208     MOVE 'Y' TO SGN-RESULT-SWITCH.
001209     CLOSE OPERATOR-FILE.
001210     GO TO 9410-EXIT.
001211 9410-REFUSED.
001212     CLOSE OPERATOR-FILE.
001213     IF SGN-LOG-EVENT = 'F'
001214         DISPLAY 'EMPMAINT - INVALID OPERATOR ID OR PASSWORD'
001215     ELSE
001216         DISPLAY 'EMPMAINT - ' SGN-LOG-DETAIL
001217     END-IF.
001218     PERFORM 9450-WRITE-SECURITY-LOG
001219         THRU 9450-EXIT.
001220 9410-EXIT.
001221     EXIT.
001222*
001223*****************************************************
001224* 9420-HASH-PASSWORD - CALCULA O CODIGO GUARDADO NO
001225* CADASTRO EM LUGAR DA SENHA: CADA CARACTER DE
001226* OPERADOR + SENHA VIRA SUA POSICAO NA TABELA
001227* SGN-CHAR (65 FORA DELA) E ENTRA NO CODIGO POR
001228* CODIGO X 67 + POSICAO, MODULO 999999937. TEM DE SER
001229* O MESMO EM TODOS OS PROGRAMAS.
001230*****************************************************
001231 9420-HASH-PASSWORD.
001232     MOVE ZERO TO SGN-HASH.
001233     PERFORM 9430-HASH-ONE-CHAR
001234         THRU 9430-EXIT
001235         VARYING SGN-KEY-SUB FROM 1 BY 1
001236         UNTIL SGN-KEY-SUB > 16.
001237 9420-EXIT.
001238     EXIT.
001239*
001240*****************************************************
001241* 9430-HASH-ONE-CHAR - SOMA UM CARACTER AO CODIGO.
001242*****************************************************
001243 9430-HASH-ONE-CHAR.
001244     MOVE ZERO TO SGN-CHAR-POS.
001245     PERFORM 9440-MATCH-CHAR
001246         THRU 9440-EXIT
001247         VARYING SGN-CHAR-SUB FROM 1 BY 1
001248         UNTIL SGN-CHAR-SUB > 64
001249         OR SGN-CHAR-POS NOT = ZERO.
001250     IF SGN-CHAR-POS = ZERO
001251         MOVE 65 TO SGN-CHAR-POS
001252     END-IF.
001253     MULTIPLY SGN-HASH BY 67 GIVING SGN-HASH-WORK.
001254     ADD SGN-CHAR-POS TO SGN-HASH-WORK.
001255     DIVIDE SGN-HASH-WORK BY 999999937
001256         GIVING SGN-HASH-QUOTIENT
001257         REMAINDER SGN-HASH.
001258 9430-EXIT.
001259     EXIT.
001260*
001261*****************************************************
001262* 9440-MATCH-CHAR - COMPARA UMA ENTRADA DA TABELA DE
001263* CARACTERES COM O CARACTER DA VEZ.
001264*****************************************************
001265 9440-MATCH-CHAR.
001266     IF SGN-CHAR (SGN-CHAR-SUB) = SGN-KEY-CHAR (SGN-KEY-SUB)
001267         MOVE SGN-CHAR-SUB TO SGN-CHAR-POS
001268     END-IF.
001269 9440-EXIT.
001270     EXIT.
001271*
001272*****************************************************
001273* 9450-WRITE-SECURITY-LOG - ACRESCENTA AO SECLOG UM
001274* REGISTRO COM OS DADOS PREPARADOS EM SGN-WORK-AREAS.
001275* SEM O SECLOG SO AVISA.
001276*****************************************************
001277 9450-WRITE-SECURITY-LOG.
001278     OPEN EXTEND SECURITY-LOG-FILE.
001279     IF WS-SECLOG-STATUS NOT = '00'
001280         OPEN OUTPUT SECURITY-LOG-FILE
001281     END-IF.
001282     IF WS-SECLOG-STATUS NOT = '00'
001283         DISPLAY 'EMPMAINT - SECURITY LOG SECLOG NOT AVAILABLE'
001284         GO TO 9450-EXIT
001285     END-IF.
001286     MOVE SPACES TO SECURITY-LOG-RECORD.
001287     MOVE SGN-LOG-OPER-ID TO SC-OPER-ID.
001288     ACCEPT SC-EVENT-DATE FROM DATE.
001289     ACCEPT SC-EVENT-TIME FROM TIME.
001290     MOVE SGN-PROGRAM TO SC-PROGRAM.
001291     MOVE SGN-LOG-EVENT TO SC-EVENT.
001292     MOVE SGN-APPROVER-ID TO SC-APPROVER-ID.
001293     MOVE SGN-LOG-DETAIL TO SC-DETAIL.
001294     WRITE SECURITY-LOG-RECORD.
001295     CLOSE SECURITY-LOG-FILE.
001296 9450-EXIT.
001297     EXIT.
001298*
001299*****************************************************
001300* 9460-CHECK-OPTION-ROLE - CONFERE O PAPEL DO OPERADOR
001301* QUE ENTROU CONTRA O MINIMO SGN-REQUIRED-ROLE DA
001302* OPCAO DESCRITA EM SGN-LOG-DETAIL; A NEGATIVA VAI
001303* PARA O SECLOG.
001304*****************************************************
001305 9460-CHECK-OPTION-ROLE.
001306     MOVE 'Y' TO SGN-RESULT-SWITCH.
001307     IF SGN-OPER-ROLE NOT < SGN-REQUIRED-ROLE
001308         GO TO 9460-EXIT
001309     END-IF.
001310     MOVE 'N' TO SGN-RESULT-SWITCH.
001311     DISPLAY 'EMPMAINT - OPTION NOT ALLOWED FOR YOUR ROLE'.
001312     MOVE 'D' TO SGN-LOG-EVENT.
001313     MOVE SGN-OPER-ID TO SGN-LOG-OPER-ID.
001314     MOVE SPACES TO SGN-APPROVER-ID.
001315     PERFORM 9450-WRITE-SECURITY-LOG
001316         THRU 9450-EXIT.
001317 9460-EXIT.
001318     EXIT.
001319*
001320*****************************************************
001321* 9470-LOG-PRIVILEGED-ACTION - GRAVA NO SECLOG A ACAO
001322* DESCRITA EM SGN-LOG-DETAIL, FEITA PELO OPERADOR QUE
001323* ENTROU (E PELO APROVADOR, SE HOUVE).
001324*****************************************************
001325 9470-LOG-PRIVILEGED-ACTION.
001326     MOVE 'P' TO SGN-LOG-EVENT.
001327     MOVE SGN-OPER-ID TO SGN-LOG-OPER-ID.
001328     PERFORM 9450-WRITE-SECURITY-LOG
001329         THRU 9450-EXIT.
001330     MOVE SPACES TO SGN-APPROVER-ID.
001331 9470-EXIT.
001332     EXIT.
001333*
001334*****************************************************
001335* 9500-GET-APPROVAL - SEGUNDO APROVADOR: OUTRO
001336* OPERADOR, DIFERENTE DO QUE ENTROU, COM PAPEL NAO
001337* MENOR QUE SGN-REQUIRED-ROLE, DIGITA CODIGO E SENHA.
001338* SEM APROVACAO SGN-APPROVER-ID VOLTA EM BRANCO.
001339*****************************************************
001340 9500-GET-APPROVAL.
001341     MOVE SPACES TO SGN-APPROVER-ID.
001342     DISPLAY 'EMPMAINT - SECOND APPROVER ID (BLANK = CANCEL):'.
001343     ACCEPT SGN-IN-ID.
001344     IF SGN-IN-ID = SPACES
001345         GO TO 9500-EXIT
001346     END-IF.
001347     IF SGN-IN-ID = SGN-OPER-ID
001348         DISPLAY 'EMPMAINT - APPROVER MUST BE ANOTHER OPERATOR'
001349         MOVE 'D' TO SGN-LOG-EVENT
001350         MOVE SGN-OPER-ID TO SGN-LOG-OPER-ID
001351         MOVE 'SELF-APPROVAL REFUSED' TO SGN-LOG-DETAIL
001352         PERFORM 9450-WRITE-SECURITY-LOG
001353             THRU 9450-EXIT
001354         GO TO 9500-EXIT
001355     END-IF.
001356     DISPLAY 'EMPMAINT - APPROVER PASSWORD:'.
001357     ACCEPT SGN-IN-PASSWORD.
001358     PERFORM 9410-CHECK-OPERATOR
001359         THRU 9410-EXIT.
001360     MOVE SPACES TO SGN-IN-PASSWORD.
001361     IF SIGN-ON-ACCEPTED
001362         MOVE SGN-IN-ID TO SGN-APPROVER-ID
001363     END-IF.
001364 9500-EXIT.
001365     EXIT.
