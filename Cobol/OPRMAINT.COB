000010 IDENTIFICATION DIVISION.
000011 PROGRAM-ID.
000012     OPRMAINT.
000013 AUTHOR.
000014     R L HUTCHISON.
000015 INSTALLATION.
000016     PAYROLL DEPARTMENT.
000017 DATE-WRITTEN.
000018     15/10/2026.
000019 DATE-COMPILED.
000020*
000021*****************************************************
000022* MANUTENCAO DO CADASTRO DE OPERADORES (OPERFILE.DAT)
000023* E RELATORIO DE SEGURANCA, PELO CONSOLE.
000024* NOME DO ARQUIVO: OPRMAINT.COB
000025*
000026* TODO PROGRAMA DE CONSOLE DA FOLHA (YTDINQ, PAYHINQ,
000027* EMPMAINT, PAYBKOUT, OFFCYCLE, CHKRECON, RUNCTL E AS
000028* LIBERACOES DO CONTROLE DE EXECUCAO) PEDE CODIGO E
000029* SENHA DO OPERADOR E CONFERE NESTE CADASTRO O PAPEL
000030* MINIMO DE CADA OPCAO: 1 = CONSULTA, 2 = AUXILIAR,
000031* 3 = SUPERVISOR, 4 = GERENTE DE FOLHA. TRES SENHAS
000032* ERRADAS SEGUIDAS BLOQUEIAM O OPERADOR. RECUSAS,
000033* BLOQUEIOS, OPCOES NEGADAS E ACOES PRIVILEGIADAS VAO
000034* PARA O LOG DE SEGURANCA SECLOG.DAT (COPYBOOK
000035* SECLREC).
000036*
000037* OPCOES (O OPERADOR ENTRA COM CODIGO E SENHA):
000038* A - INCLUI OPERADOR, COM NOME, PAPEL E SENHA INICIAL
000039*     (GERENTE DE FOLHA).
000040* C - ALTERA NOME, PAPEL OU ATIVO, OU DESBLOQUEIA
000041*     (GERENTE DE FOLHA; NUNCA O PROPRIO REGISTRO).
000042* P - NOVA SENHA PARA OUTRO OPERADOR, QUE TAMBEM O
000043*     DESBLOQUEIA (GERENTE DE FOLHA).
000044* W - TROCA A PROPRIA SENHA (QUALQUER PAPEL).
000045* R - RELATORIO DE SEGURANCA (SECRPT.DAT): OS EVENTOS
000046*     DO SECLOG NO PERIODO INFORMADO, POR OPERADOR, COM
000047*     TOTAIS DE ENTRADAS RECUSADAS, BLOQUEIOS, OPCOES
000048*     NEGADAS E ACOES PRIVILEGIADAS (GERENTE DE FOLHA).
000049* CADASTRO VAZIO (PRIMEIRA EXECUCAO): O PROGRAMA PEDE
000050* O PRIMEIRO OPERADOR, SEMPRE GERENTE DE FOLHA, SEM
000051* ENTRADA, E SEGUE COM ELE.
000052*
000053* A SENHA NAO E GRAVADA: O CADASTRO GUARDA SO O CODIGO
000054* CALCULADO PELA 9420-HASH-PASSWORD SOBRE OPERADOR +
000055* SENHA, A MESMA ROTINA DE TODOS OS PROGRAMAS.
000056*
000057* HISTORICO DE MODIFICACOES
000058* -------------------------------------------------
000059* DATA       INIC  DESCRICAO
000060* ---------- ----  ---------------------------------
000061* 15/10/2026  RLH  PROGRAMA ORIGINAL - CADASTRO DE
000062*                  OPERADORES COM PAPEIS E RELATORIO
000063*                  DE SEGURANCA.
000064*****************************************************
000065 ENVIRONMENT DIVISION.
000066 CONFIGURATION SECTION.
000067 SOURCE-COMPUTER. IBM-PS2.
000068 OBJECT-COMPUTER. IBM-PS2.
000069 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000071     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE.DAT"
000072         ORGANIZATION IS INDEXED
000073         ACCESS MODE IS DYNAMIC
000074         RECORD KEY IS OP-OPER-ID
000075         FILE STATUS IS WS-OPERFILE-STATUS.
000076     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
000077         ORGANIZATION IS SEQUENTIAL
000078         FILE STATUS IS WS-SECLOG-STATUS.
000079     SELECT SEC-SORT-FILE ASSIGN TO "SECSRTWK".
000080     SELECT SEC-SORTED-FILE ASSIGN TO "SECSRTD.DAT"
000081         ORGANIZATION IS SEQUENTIAL
000082         FILE STATUS IS WS-SORTED-STATUS.
000083     SELECT SEC-RPT-FILE ASSIGN TO "SECRPT.DAT"
000084         ORGANIZATION IS SEQUENTIAL
000085         FILE STATUS IS WS-SECRPT-STATUS.
000086 DATA DIVISION.
000087 FILE SECTION.
000088*
000089*****************************************************
000090* SEGURANCA: CADASTRO DE OPERADORES (OPERFILE.DAT) E
000091* LOG DE SEGURANCA (SECLOG.DAT).
000092*****************************************************
000093 FD  OPERATOR-FILE
000094     LABEL RECORDS ARE STANDARD
000095     RECORD CONTAINS 60 CHARACTERS.
000096 COPY OPERREC.
000097 FD  SECURITY-LOG-FILE
000098     LABEL RECORDS ARE STANDARD
000099     RECORD CONTAINS 80 CHARACTERS.
000100 COPY SECLREC.
000101 SD  SEC-SORT-FILE.
000102 01  SEC-SORT-RECORD.
000103     02  SK-OPER-ID         PIC X(08).
000104     02  SK-EVENT-DATE      PIC 9(06).
000105     02  SK-EVENT-TIME      PIC 9(08).
000106     02  FILLER             PIC X(58).
000107*
000108*****************************************************
000109* SECSRTD - SECLOG CLASSIFICADO POR OPERADOR, DATA E
000110* HORA, MESMO LAYOUT DO COPYBOOK SECLREC.
000111*****************************************************
000112 FD  SEC-SORTED-FILE
000113     LABEL RECORDS ARE STANDARD
000114     RECORD CONTAINS 80 CHARACTERS.
000115 01  SEC-SORTED-RECORD.
000116     02  SS-OPER-ID         PIC X(08).
000117     02  SS-EVENT-DATE      PIC 9(06).
000118     02  SS-DATE-SPLIT REDEFINES SS-EVENT-DATE.
000119         03  SS-DATE-YY     PIC 99.
000120         03  SS-DATE-MM     PIC 99.
000121         03  SS-DATE-DD     PIC 99.
000122     02  SS-EVENT-TIME      PIC 9(08).
000123     02  SS-TIME-SPLIT REDEFINES SS-EVENT-TIME.
000124         03  SS-TIME-HH     PIC 99.
000125         03  SS-TIME-MI     PIC 99.
000126         03  SS-TIME-SS     PIC 99.
000127         03  SS-TIME-CC     PIC 99.
000128     02  SS-PROGRAM         PIC X(08).
000129     02  SS-EVENT           PIC X(01).
000130     02  SS-APPROVER-ID     PIC X(08).
000131     02  SS-DETAIL          PIC X(40).
000132     02  FILLER             PIC X(01).
000133 FD  SEC-RPT-FILE
000134     LABEL RECORDS ARE STANDARD
000135     RECORD CONTAINS 132 CHARACTERS.
000136 01  SECRPT-REC             PIC X(132).
000137 WORKING-STORAGE SECTION.
000138 01  WS-SWITCHES.
000139     02  WS-OPTION          PIC X(01)  VALUE SPACE.
000140         88  OPTION-ADD                VALUE 'A' 'a'.
000141         88  OPTION-CHANGE             VALUE 'C' 'c'.
000142         88  OPTION-PASSWORD           VALUE 'P' 'p'.
000143         88  OPTION-OWN-PASSWORD       VALUE 'W' 'w'.
000144         88  OPTION-REPORT             VALUE 'R' 'r'.
000145         88  OPTION-EXIT               VALUE 'X' 'x'.
000146     02  WS-FIRST-OPER-SWITCH PIC X(01) VALUE 'N'.
000147         88  FIRST-OPERATOR-SETUP      VALUE 'Y'.
000148     02  WS-OPER-FOUND-SWITCH PIC X(01) VALUE 'N'.
000149         88  OPER-RECORD-FOUND         VALUE 'Y'.
000150         88  OPER-RECORD-NOT-FOUND     VALUE 'N'.
000151     02  WS-PASSWORD-OK-SWITCH PIC X(01) VALUE 'N'.
000152         88  NEW-PASSWORD-OK           VALUE 'Y'.
000153     02  WS-SORTED-EOF-SWITCH PIC X(01) VALUE 'N'.
000154         88  SORTED-FILE-EOF           VALUE 'Y'.
000155 01  WS-SORTED-STATUS       PIC X(02)  VALUE '00'.
000156 01  WS-SECRPT-STATUS       PIC X(02)  VALUE '00'.
000157 01  WS-ABORT-MESSAGE       PIC X(40)  VALUE SPACES.
000158 01  WS-RUN-DATE.
000159     02  WS-RUN-YY          PIC 99.
000160     02  WS-RUN-MM          PIC 99.
000161     02  WS-RUN-DD          PIC 99.
000162 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
000163                            PIC 9(06).
000164 01  OMT-WORK-AREAS.
000165     02  OMT-OPER-ID        PIC X(08)  VALUE SPACES.
000166     02  OMT-NAME           PIC X(20)  VALUE SPACES.
000167     02  OMT-ROLE-IN        PIC X(01)  VALUE SPACE.
000168         88  OMT-ROLE-VALID            VALUE '1' THRU '4'.
000169     02  OMT-ROLE-NUM REDEFINES OMT-ROLE-IN
000170                            PIC 9(01).
000171     02  OMT-ACTIVE-IN      PIC X(01)  VALUE SPACE.
000172         88  OMT-ACTIVE-YES            VALUE 'Y' 'y'.
000173         88  OMT-ACTIVE-NO             VALUE 'N' 'n'.
000174     02  OMT-FIELD-CODE     PIC X(01)  VALUE SPACE.
000175         88  OMT-FIELD-NAME            VALUE 'N' 'n'.
000176         88  OMT-FIELD-ROLE            VALUE 'R' 'r'.
000177         88  OMT-FIELD-ACTIVE          VALUE 'A' 'a'.
000178         88  OMT-FIELD-UNLOCK          VALUE 'U' 'u'.
000179     02  OMT-PASSWORD-1     PIC X(08)  VALUE SPACES.
000180     02  OMT-PW-CHARS REDEFINES OMT-PASSWORD-1.
000181         03  OMT-PW-CHAR    PIC X(01)  OCCURS 8 TIMES.
000182     02  OMT-PASSWORD-2     PIC X(08)  VALUE SPACES.
000183     02  OMT-STATUS-TEXT    PIC X(08)  VALUE SPACES.
000184     02  OMT-SAVE-RECORD    PIC X(60)  VALUE SPACES.
000185 01  OMT-LOG-DETAIL.
000186     02  FILLER             PIC X(09)  VALUE 'OPERATOR '.
000187     02  OLG-OPER-ID        PIC X(08).
000188     02  FILLER             PIC X(01)  VALUE SPACE.
000189     02  OLG-ACTION         PIC X(16).
000190     02  OLG-VALUE          PIC X(06).
000191 01  ROLE-NAME-VALUES.
000192     02  FILLER             PIC X(12)  VALUE 'INQUIRY'.
000193     02  FILLER             PIC X(12)  VALUE 'CLERK'.
000194     02  FILLER             PIC X(12)  VALUE 'SUPERVISOR'.
000195     02  FILLER             PIC X(12)  VALUE 'PAYROLL MGR'.
000196 01  ROLE-NAME-TABLE REDEFINES ROLE-NAME-VALUES.
000197     02  ROLE-NAME          PIC X(12)  OCCURS 4 TIMES.
000198*
000199*****************************************************
000200* RELATORIO DE SEGURANCA: PERIODO PEDIDO, OPERADOR
000201* CORRENTE NA QUEBRA E CONTADORES POR EVENTO.
000202*****************************************************
000203 01  SRP-WORK-AREAS.
000204     02  SRP-FROM-IN        PIC X(06)  VALUE SPACES.
000205     02  SRP-FROM-IN-NUM REDEFINES SRP-FROM-IN
000206                            PIC 9(06).
000207     02  SRP-TO-IN          PIC X(06)  VALUE SPACES.
000208     02  SRP-TO-IN-NUM REDEFINES SRP-TO-IN
000209                            PIC 9(06).
000210     02  SRP-FROM-DATE      PIC 9(06)  VALUE ZERO.
000211     02  SRP-TO-DATE        PIC 9(06)  VALUE ZERO.
000212     02  SRP-CURR-OPER      PIC X(08)  VALUE SPACES.
000213     02  SRP-LINE-COUNT     PIC S9(3) COMP  VALUE ZERO.
000214     02  SRP-DATE-WORK      PIC 9(06)  VALUE ZERO.
000215     02  SRP-DATE-SPLIT REDEFINES SRP-DATE-WORK.
000216         03  SRP-DATE-YY    PIC 99.
000217         03  SRP-DATE-MM    PIC 99.
000218         03  SRP-DATE-DD    PIC 99.
000219     02  SRP-DATE-EDIT.
000220         03  SRP-EDIT-MM    PIC 99.
000221         03  FILLER         PIC X(01)  VALUE '/'.
000222         03  SRP-EDIT-DD    PIC 99.
000223         03  FILLER         PIC X(01)  VALUE '/'.
000224         03  SRP-EDIT-YY    PIC 99.
000225 01  SRP-COUNTERS.
000226     02  SRP-OPER-FAILED    PIC S9(5) COMP  VALUE ZERO.
000227     02  SRP-OPER-LOCKED    PIC S9(5) COMP  VALUE ZERO.
000228     02  SRP-OPER-DENIED    PIC S9(5) COMP  VALUE ZERO.
000229     02  SRP-OPER-PRIVILEGED PIC S9(5) COMP VALUE ZERO.
000230     02  SRP-TOT-OPERATORS  PIC S9(5) COMP  VALUE ZERO.
000231     02  SRP-TOT-EVENTS     PIC S9(5) COMP  VALUE ZERO.
000232     02  SRP-TOT-FAILED     PIC S9(5) COMP  VALUE ZERO.
000233     02  SRP-TOT-LOCKED     PIC S9(5) COMP  VALUE ZERO.
000234     02  SRP-TOT-DENIED     PIC S9(5) COMP  VALUE ZERO.
000235     02  SRP-TOT-PRIVILEGED PIC S9(5) COMP  VALUE ZERO.
000236 01  SEC-TITLE-LINE.
000237     02  FILLER             PIC X(24) VALUE SPACES.
000238     02  FILLER             PIC X(32)
000239         VALUE 'PAYROLL OPERATOR SECURITY REPORT'.
000240     02  FILLER             PIC X(76) VALUE SPACES.
000241 01  SEC-DATE-LINE.
000242     02  FILLER             PIC X(24) VALUE SPACES.
000243     02  FILLER             PIC X(13) VALUE 'EVENTS FROM: '.
000244     02  SD-FROM-TEXT       PIC X(08).
000245     02  FILLER             PIC X(06) VALUE '  TO: '.
000246     02  SD-TO-TEXT         PIC X(08).
000247     02  FILLER             PIC X(04) VALUE SPACES.
000248     02  FILLER             PIC X(10) VALUE 'RUN DATE: '.
000249     02  SD-RUN-TEXT        PIC X(08).
000250     02  FILLER             PIC X(51) VALUE SPACES.
000251 01  SEC-OPER-LINE.
000252     02  FILLER             PIC X(02) VALUE SPACES.
000253     02  FILLER             PIC X(10) VALUE 'OPERATOR: '.
000254     02  SO-OPER-ID         PIC X(10).
000255     02  SO-OPER-NAME       PIC X(22).
000256     02  FILLER             PIC X(06) VALUE 'ROLE: '.
000257     02  SO-ROLE            PIC X(14).
000258     02  FILLER             PIC X(08) VALUE 'STATUS: '.
000259     02  SO-STATUS          PIC X(08).
000260     02  FILLER             PIC X(52) VALUE SPACES.
000261 01  SEC-COLUMN-HEADING.
000262     02  FILLER             PIC X(04) VALUE SPACES.
000263     02  FILLER             PIC X(10) VALUE 'DATE'.
000264     02  FILLER             PIC X(10) VALUE 'TIME'.
000265     02  FILLER             PIC X(10) VALUE 'PROGRAM'.
000266     02  FILLER             PIC X(16) VALUE 'EVENT'.
000267     02  FILLER             PIC X(10) VALUE 'APPROVER'.
000268     02  FILLER             PIC X(06) VALUE 'DETAIL'.
000269     02  FILLER             PIC X(66) VALUE SPACES.
000270 01  SEC-DETAIL-LINE.
000271     02  FILLER             PIC X(04) VALUE SPACES.
000272     02  SL-DATE-MM         PIC 99.
000273     02  FILLER             PIC X(01) VALUE '/'.
000274     02  SL-DATE-DD         PIC 99.
000275     02  FILLER             PIC X(01) VALUE '/'.
000276     02  SL-DATE-YY         PIC 99.
000277     02  FILLER             PIC X(02) VALUE SPACES.
000278     02  SL-TIME-HH         PIC 99.
000279     02  FILLER             PIC X(01) VALUE ':'.
000280     02  SL-TIME-MI         PIC 99.
000281     02  FILLER             PIC X(01) VALUE ':'.
000282     02  SL-TIME-SS         PIC 99.
000283     02  FILLER             PIC X(02) VALUE SPACES.
000284     02  SL-PROGRAM         PIC X(10).
000285     02  SL-EVENT           PIC X(16).
000286     02  SL-APPROVER        PIC X(10).
000287     02  SL-DETAIL          PIC X(40).
000288     02  FILLER             PIC X(32) VALUE SPACES.
000289 01  SEC-OPER-TOTAL-LINE.
000290     02  FILLER             PIC X(04) VALUE SPACES.
000291     02  FILLER             PIC X(17)
000292         VALUE 'FAILED SIGN-ONS: '.
000293     02  ST-FAILED          PIC ZZ,ZZ9.
000294     02  FILLER             PIC X(12) VALUE '  LOCKOUTS: '.
000295     02  ST-LOCKED          PIC ZZ,ZZ9.
000296     02  FILLER             PIC X(18)
000297         VALUE '  OPTIONS DENIED: '.
000298     02  ST-DENIED          PIC ZZ,ZZ9.
000299     02  FILLER             PIC X(22)
000300         VALUE '  PRIVILEGED ACTIONS: '.
000301     02  ST-PRIVILEGED      PIC ZZ,ZZ9.
000302     02  FILLER             PIC X(35) VALUE SPACES.
000303 01  SEC-NONE-LINE.
000304     02  FILLER             PIC X(02) VALUE SPACES.
000305     02  FILLER             PIC X(36)
000306         VALUE 'NO SECURITY EVENTS FOR THIS PERIOD'.
000307     02  FILLER             PIC X(94) VALUE SPACES.
000308 01  SEC-TRAILER-LINE.
000309     02  FILLER             PIC X(31)
000310         VALUE '*** END OF SECURITY REPORT *** '.
000311     02  FILLER             PIC X(11) VALUE 'OPERATORS: '.
000312     02  SR-OPERATORS       PIC ZZ,ZZ9.
000313     02  FILLER             PIC X(10) VALUE '  EVENTS: '.
000314     02  SR-EVENTS          PIC ZZ,ZZ9.
000315     02  FILLER             PIC X(10) VALUE '  FAILED: '.
000316     02  SR-FAILED          PIC ZZ,ZZ9.
000317     02  FILLER             PIC X(12) VALUE '  LOCKOUTS: '.
000318     02  SR-LOCKED          PIC ZZ,ZZ9.
000319     02  FILLER             PIC X(10) VALUE '  DENIED: '.
000320     02  SR-DENIED          PIC ZZ,ZZ9.
000321     02  FILLER             PIC X(14) VALUE '  PRIVILEGED: '.
000322     02  SR-PRIVILEGED      PIC ZZ,ZZ9.
000323     02  FILLER             PIC X(04) VALUE SPACES.
000324*
000325*****************************************************
000326* SEGURANCA DE OPERADORES: OPERADOR IDENTIFICADO PELA
000327* 9400, PAPEL MINIMO EXIGIDO, SEGUNDO APROVADOR E
000328* DADOS DO PROXIMO REGISTRO DO SECLOG. A SENHA
000329* DIGITADA SO FICA NA AREA ATE O CALCULO DO CODIGO.
000330*****************************************************
000331 01  WS-OPERFILE-STATUS     PIC X(02)  VALUE '00'.
000332 01  WS-SECLOG-STATUS       PIC X(02)  VALUE '00'.
000333 01  SGN-ROLE-VALUES.
000334     02  SGN-ROLE-INQUIRY   PIC 9(01)  VALUE 1.
000335     02  SGN-ROLE-CLERK     PIC 9(01)  VALUE 2.
000336     02  SGN-ROLE-SUPERVISOR PIC 9(01) VALUE 3.
000337     02  SGN-ROLE-MANAGER   PIC 9(01)  VALUE 4.
000338 01  SGN-WORK-AREAS.
000339     02  SGN-PROGRAM        PIC X(08)  VALUE 'OPRMAINT'.
000340     02  SGN-OPER-ID        PIC X(08)  VALUE SPACES.
000341     02  SGN-OPER-ROLE      PIC 9(01)  VALUE ZERO.
000342     02  SGN-APPROVER-ID    PIC X(08)  VALUE SPACES.
000343     02  SGN-REQUIRED-ROLE  PIC 9(01)  VALUE ZERO.
000344     02  SGN-CHECK-ROLE     PIC 9(01)  VALUE ZERO.
000345     02  SGN-ATTEMPTS       PIC 9(01)  VALUE ZERO.
000346     02  SGN-RESULT-SWITCH  PIC X(01)  VALUE 'N'.
000347         88  SIGN-ON-ACCEPTED          VALUE 'Y'.
000348     02  SGN-KEY-IN.
000349         03  SGN-IN-ID      PIC X(08)  VALUE SPACES.
000350         03  SGN-IN-PASSWORD PIC X(08) VALUE SPACES.
000351     02  SGN-KEY-CHARS REDEFINES SGN-KEY-IN.
000352         03  SGN-KEY-CHAR   PIC X(01)  OCCURS 16 TIMES.
000353     02  SGN-HASH           PIC 9(10)  VALUE ZERO.
000354     02  SGN-HASH-WORK      PIC 9(12)  VALUE ZERO.
000355     02  SGN-HASH-QUOTIENT  PIC 9(12)  VALUE ZERO.
000356     02  SGN-CHAR-POS       PIC 9(02)  VALUE ZERO.
000357     02  SGN-LOG-EVENT      PIC X(01)  VALUE SPACE.
000358     02  SGN-LOG-OPER-ID    PIC X(08)  VALUE SPACES.
000359     02  SGN-LOG-DETAIL     PIC X(40)  VALUE SPACES.
000360 01  SGN-CHAR-VALUES.
000361     02  FILLER             PIC X(32)
000362         VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
000363     02  FILLER             PIC X(32)
000364         VALUE '56789abcdefghijklmnopqrstuvwxyz-'.
000365 01  SGN-CHAR-TABLE REDEFINES SGN-CHAR-VALUES.
000366     02  SGN-CHAR           PIC X(01)  OCCURS 64 TIMES.
000367 77  SGN-KEY-SUB            PIC S9(3) COMP  VALUE ZERO.
000368 77  SGN-CHAR-SUB           PIC S9(3) COMP  VALUE ZERO.
000369 PROCEDURE DIVISION.
000370 0000-MAINLINE.
000371     PERFORM 1000-INITIALIZE-RUN
000372         THRU 1000-EXIT.
000373     PERFORM 2000-PROCESS-OPTION
000374         THRU 2000-EXIT
000375         UNTIL OPTION-EXIT.
000376     PERFORM 8000-TERMINATE-RUN
000377         THRU 8000-EXIT.
000378     STOP RUN.
000379*
000380*****************************************************
000381* 1000-INITIALIZE-RUN - CRIA O CADASTRO DE OPERADORES
000382* SO SE NAO EXISTE (STATUS 35); QUALQUER OUTRA FALHA
000383* NA ABERTURA ABORTA O RUN. CADASTRO VAZIO: INCLUI O
000384* PRIMEIRO OPERADOR (GERENTE DE FOLHA) SEM ENTRADA.
000385* SENAO, O OPERADOR ENTRA COM CODIGO E SENHA.
000386*****************************************************
000387 1000-INITIALIZE-RUN.
000388     ACCEPT WS-RUN-DATE FROM DATE.
000389     OPEN I-O OPERATOR-FILE.
000390     IF WS-OPERFILE-STATUS = '35'
000391         OPEN OUTPUT OPERATOR-FILE
000392         CLOSE OPERATOR-FILE
000393         OPEN I-O OPERATOR-FILE
000394     END-IF.
000395     IF WS-OPERFILE-STATUS NOT = '00'
000396         MOVE 'CANNOT OPEN OPERATOR FILE OPERFILE' TO
000397             WS-ABORT-MESSAGE
000398         PERFORM 9000-ABORT-RUN
000399             THRU 9000-EXIT
000400     END-IF.
000401     MOVE LOW-VALUES TO OP-OPER-ID.
000402     START OPERATOR-FILE KEY IS NOT LESS THAN OP-OPER-ID
000403         INVALID KEY
000404             MOVE 'Y' TO WS-FIRST-OPER-SWITCH
000405     END-START.
000406     IF NOT FIRST-OPERATOR-SETUP
000407         READ OPERATOR-FILE NEXT RECORD
000408             AT END
000409                 MOVE 'Y' TO WS-FIRST-OPER-SWITCH
000410         END-READ
000411     END-IF.
000412     CLOSE OPERATOR-FILE.
000413     IF FIRST-OPERATOR-SETUP
000414         PERFORM 1100-FIRST-OPERATOR
000415             THRU 1100-EXIT
000416         GO TO 1000-EXIT
000417     END-IF.
000418     MOVE SGN-ROLE-INQUIRY TO SGN-REQUIRED-ROLE.
000419     PERFORM 9400-SIGN-ON
000420         THRU 9400-EXIT
000421         UNTIL SIGN-ON-ACCEPTED
000422         OR SGN-ATTEMPTS = 3.
000423     IF NOT SIGN-ON-ACCEPTED
000424         MOVE 'OPERATOR SIGN-ON FAILED' TO WS-ABORT-MESSAGE
000425         PERFORM 9000-ABORT-RUN
000426             THRU 9000-EXIT
000427     END-IF.
000428 1000-EXIT.
000429     EXIT.
000430*
000431*****************************************************
000432* 1100-FIRST-OPERATOR - CADASTRO VAZIO: O PRIMEIRO
000433* OPERADOR E SEMPRE GERENTE DE FOLHA E FICA COMO O
000434* OPERADOR DESTA SESSAO.
000435*****************************************************
000436 1100-FIRST-OPERATOR.
000437     DISPLAY 'OPRMAINT - OPERATOR FILE OPERFILE IS EMPTY'.
000438     DISPLAY 'OPRMAINT - ENTER THE FIRST PAYROLL MANAGER'.
000439     PERFORM 3000-ADD-OPERATOR
000440         THRU 3000-EXIT.
000441     IF SGN-OPER-ID = SPACES
000442         MOVE 'NO OPERATOR DEFINED' TO WS-ABORT-MESSAGE
000443         PERFORM 9000-ABORT-RUN
000444             THRU 9000-EXIT
000445     END-IF.
000446     MOVE 'N' TO WS-FIRST-OPER-SWITCH.
000447 1100-EXIT.
000448     EXIT.
000449*
000450*****************************************************
000451* 2000-PROCESS-OPTION - LE E EXECUTA UMA OPCAO. SO A
000452* TROCA DA PROPRIA SENHA E LIVRE PARA TODOS; AS OUTRAS
000453* EXIGEM GERENTE DE FOLHA.
000454*****************************************************
000455 2000-PROCESS-OPTION.
000456     DISPLAY 'OPRMAINT - A=ADD  C=CHANGE  P=RESET PASSWORD'.
000457     DISPLAY 'W=CHANGE OWN PASSWORD  R=SECURITY REPORT  X=EXIT'.
000458     ACCEPT WS-OPTION.
000459     IF OPTION-EXIT
000460         GO TO 2000-EXIT
000461     END-IF.
000462     IF NOT OPTION-ADD AND NOT OPTION-CHANGE
000463             AND NOT OPTION-PASSWORD
000464             AND NOT OPTION-OWN-PASSWORD
000465             AND NOT OPTION-REPORT
000466         DISPLAY 'OPRMAINT - INVALID OPTION'
000467         GO TO 2000-EXIT
000468     END-IF.
000469     MOVE SGN-ROLE-MANAGER TO SGN-REQUIRED-ROLE.
000470     IF OPTION-ADD
000471         MOVE 'OPTION A - ADD OPERATOR' TO SGN-LOG-DETAIL
000472     END-IF.
000473     IF OPTION-CHANGE
000474         MOVE 'OPTION C - CHANGE OPERATOR' TO SGN-LOG-DETAIL
000475     END-IF.
000476     IF OPTION-PASSWORD
000477         MOVE 'OPTION P - RESET PASSWORD' TO SGN-LOG-DETAIL
000478     END-IF.
000479     IF OPTION-REPORT
000480         MOVE 'OPTION R - SECURITY REPORT' TO SGN-LOG-DETAIL
000481     END-IF.
000482     IF OPTION-OWN-PASSWORD
000483         MOVE SGN-ROLE-INQUIRY TO SGN-REQUIRED-ROLE
000484         MOVE 'OPTION W - OWN PASSWORD' TO SGN-LOG-DETAIL
000485     END-IF.
000486     PERFORM 9460-CHECK-OPTION-ROLE
000487         THRU 9460-EXIT.
000488     IF NOT SIGN-ON-ACCEPTED
000489         GO TO 2000-EXIT
000490     END-IF.
000491     IF OPTION-ADD
000492         PERFORM 3000-ADD-OPERATOR
000493             THRU 3000-EXIT
000494     END-IF.
000495     IF OPTION-CHANGE
000496         PERFORM 4000-CHANGE-OPERATOR
000497             THRU 4000-EXIT
000498     END-IF.
000499     IF OPTION-PASSWORD
000500         PERFORM 5000-RESET-PASSWORD
000501             THRU 5000-EXIT
000502     END-IF.
000503     IF OPTION-OWN-PASSWORD
000504         PERFORM 5500-CHANGE-OWN-PASSWORD
000505             THRU 5500-EXIT
000506     END-IF.
000507     IF OPTION-REPORT
000508         PERFORM 7000-SECURITY-REPORT
000509             THRU 7000-EXIT
000510     END-IF.
000511 2000-EXIT.
000512     EXIT.
000513*
000514*****************************************************
000515* 3000-ADD-OPERATOR - INCLUI OPERADOR ATIVO, NAO
000516* BLOQUEADO, COM A SENHA INICIAL DIGITADA DUAS VEZES.
000517* NA PRIMEIRA EXECUCAO O PAPEL E SEMPRE 4 E O NOVO
000518* OPERADOR PASSA A SER O DA SESSAO.
000519*****************************************************
000520 3000-ADD-OPERATOR.
000521     DISPLAY 'OPRMAINT - NEW OPERATOR ID (BLANK = CANCEL):'.
000522     ACCEPT OMT-OPER-ID.
000523     IF OMT-OPER-ID = SPACES
000524         GO TO 3000-EXIT
000525     END-IF.
000526     PERFORM 3100-READ-OPERATOR
000527         THRU 3100-EXIT.
000528     IF OPER-RECORD-FOUND
000529         DISPLAY 'OPRMAINT - OPERATOR ALREADY ON FILE'
000530         GO TO 3000-EXIT
000531     END-IF.
000532     DISPLAY 'OPRMAINT - OPERATOR NAME:'.
000533     ACCEPT OMT-NAME.
000534     IF OMT-NAME = SPACES
000535         DISPLAY 'OPRMAINT - NAME IS REQUIRED'
000536         GO TO 3000-EXIT
000537     END-IF.
000538     IF FIRST-OPERATOR-SETUP
000539         MOVE '4' TO OMT-ROLE-IN
000540     ELSE
000541         PERFORM 3200-ACCEPT-ROLE
000542             THRU 3200-EXIT
000543         IF NOT OMT-ROLE-VALID
000544             GO TO 3000-EXIT
000545         END-IF
000546     END-IF.
000547     PERFORM 6000-ACCEPT-NEW-PASSWORD
000548         THRU 6000-EXIT.
000549     IF NOT NEW-PASSWORD-OK
000550         GO TO 3000-EXIT
000551     END-IF.
000552     OPEN I-O OPERATOR-FILE.
000553     MOVE SPACES TO OPERATOR-RECORD.
000554     MOVE OMT-OPER-ID TO OP-OPER-ID.
000555     MOVE OMT-NAME TO OP-OPER-NAME.
000556     MOVE SGN-HASH TO OP-PASSWORD-HASH.
000557     MOVE OMT-ROLE-NUM TO OP-ROLE.
000558     MOVE 'Y' TO OP-ACTIVE-FLAG.
000559     MOVE 'N' TO OP-LOCKED-FLAG.
000560     MOVE ZERO TO OP-FAIL-COUNT.
000561     MOVE ZERO TO OP-LAST-SIGNON.
000562     MOVE WS-RUN-DATE-NUM TO OP-PASSWORD-DATE.
000563     WRITE OPERATOR-RECORD
000564         INVALID KEY
000565             DISPLAY 'OPRMAINT - OPERATOR ALREADY ON FILE'
000566             CLOSE OPERATOR-FILE
000567             GO TO 3000-EXIT
000568     END-WRITE.
000569     CLOSE OPERATOR-FILE.
000570     DISPLAY 'OPRMAINT - OPERATOR ' OMT-OPER-ID ' ADDED'.
000571     IF FIRST-OPERATOR-SETUP
000572         MOVE OMT-OPER-ID TO SGN-OPER-ID
000573         MOVE OMT-ROLE-NUM TO SGN-OPER-ROLE
000574     END-IF.
000575     MOVE 'ADDED WITH ROLE' TO OLG-ACTION.
000576     MOVE OMT-ROLE-IN TO OLG-VALUE.
000577     PERFORM 6500-LOG-MAINTENANCE
000578         THRU 6500-EXIT.
000579 3000-EXIT.
000580     EXIT.
000581*
000582*****************************************************
000583* 3100-READ-OPERATOR - LE OMT-OPER-ID NO CADASTRO E
000584* FECHA O ARQUIVO (A 9410 ABRE O SEU).
000585*****************************************************
000586 3100-READ-OPERATOR.
000587     MOVE 'N' TO WS-OPER-FOUND-SWITCH.
000588     OPEN INPUT OPERATOR-FILE.
000589     IF WS-OPERFILE-STATUS NOT = '00'
000590         GO TO 3100-EXIT
000591     END-IF.
000592     MOVE OMT-OPER-ID TO OP-OPER-ID.
000593     READ OPERATOR-FILE
000594         INVALID KEY
000595             MOVE 'N' TO WS-OPER-FOUND-SWITCH
000596         NOT INVALID KEY
000597             MOVE 'Y' TO WS-OPER-FOUND-SWITCH
000598     END-READ.
000599     CLOSE OPERATOR-FILE.
000600 3100-EXIT.
000601     EXIT.
000602*
000603*****************************************************
000604* 3200-ACCEPT-ROLE - LE O PAPEL DO OPERADOR (1 A 4).
000605*****************************************************
000606 3200-ACCEPT-ROLE.
000607     DISPLAY 'OPRMAINT - ROLE 1=INQUIRY 2=CLERK 3=SUPERVISOR'.
000608     DISPLAY '           4=PAYROLL MANAGER:'.
000609     ACCEPT OMT-ROLE-IN.
000610     IF NOT OMT-ROLE-VALID
000611         DISPLAY 'OPRMAINT - ROLE MUST BE 1 TO 4'
000612     END-IF.
000613 3200-EXIT.
000614     EXIT.
000615*
000616*****************************************************
000617* 4000-CHANGE-OPERATOR - ALTERA NOME, PAPEL OU ATIVO,
000618* OU DESBLOQUEIA. O GERENTE NAO ALTERA O PROPRIO
000619* REGISTRO, PARA NAO FICAR A FOLHA SEM GERENTE.
000620*****************************************************
000621 4000-CHANGE-OPERATOR.
000622     DISPLAY 'OPRMAINT - OPERATOR ID (BLANK = CANCEL):'.
000623     ACCEPT OMT-OPER-ID.
000624     IF OMT-OPER-ID = SPACES
000625         GO TO 4000-EXIT
000626     END-IF.
000627     IF OMT-OPER-ID = SGN-OPER-ID
000628         DISPLAY 'OPRMAINT - CANNOT CHANGE YOUR OWN OPERATOR'
000629         GO TO 4000-EXIT
000630     END-IF.
000631     PERFORM 3100-READ-OPERATOR
000632         THRU 3100-EXIT.
000633     IF OPER-RECORD-NOT-FOUND
000634         DISPLAY 'OPRMAINT - OPERATOR NOT ON FILE'
000635         GO TO 4000-EXIT
000636     END-IF.
000637     PERFORM 4100-SHOW-OPERATOR
000638         THRU 4100-EXIT.
000639     DISPLAY 'OPRMAINT - FIELD N=NAME R=ROLE A=ACTIVE U=UNLOCK:'.
000640     ACCEPT OMT-FIELD-CODE.
000641     MOVE SPACES TO OLG-VALUE.
000642     IF OMT-FIELD-NAME
000643         DISPLAY 'OPRMAINT - NEW NAME:'
000644         ACCEPT OMT-NAME
000645         IF OMT-NAME = SPACES
000646             DISPLAY 'OPRMAINT - NAME IS REQUIRED'
000647             GO TO 4000-EXIT
000648         END-IF
000649         MOVE OMT-NAME TO OP-OPER-NAME
000650         MOVE 'NAME CHANGED' TO OLG-ACTION
000651         GO TO 4000-REWRITE
000652     END-IF.
000653     IF OMT-FIELD-ROLE
000654         PERFORM 3200-ACCEPT-ROLE
000655             THRU 3200-EXIT
000656         IF NOT OMT-ROLE-VALID
000657             GO TO 4000-EXIT
000658         END-IF
000659         MOVE OMT-ROLE-NUM TO OP-ROLE
000660         MOVE 'ROLE CHANGED TO' TO OLG-ACTION
000661         MOVE OMT-ROLE-IN TO OLG-VALUE
000662         GO TO 4000-REWRITE
000663     END-IF.
000664     IF OMT-FIELD-ACTIVE
000665         DISPLAY 'OPRMAINT - ACTIVE (Y/N):'
000666         ACCEPT OMT-ACTIVE-IN
000667         IF OMT-ACTIVE-YES
000668             MOVE 'Y' TO OP-ACTIVE-FLAG
000669             MOVE 'Y' TO OLG-VALUE
000670         ELSE
000671             IF OMT-ACTIVE-NO
000672                 MOVE 'N' TO OP-ACTIVE-FLAG
000673                 MOVE 'N' TO OLG-VALUE
000674             ELSE
000675                 DISPLAY 'OPRMAINT - ACTIVE MUST BE Y OR N'
000676                 GO TO 4000-EXIT
000677             END-IF
000678         END-IF
000679         MOVE 'ACTIVE SET TO' TO OLG-ACTION
000680         GO TO 4000-REWRITE
000681     END-IF.
000682     IF OMT-FIELD-UNLOCK
000683         IF NOT OPERATOR-LOCKED AND OP-FAIL-COUNT = ZERO
000684             DISPLAY 'OPRMAINT - OPERATOR IS NOT LOCKED'
000685             GO TO 4000-EXIT
000686         END-IF
000687         MOVE 'N' TO OP-LOCKED-FLAG
000688         MOVE ZERO TO OP-FAIL-COUNT
000689         MOVE 'UNLOCKED' TO OLG-ACTION
000690         GO TO 4000-REWRITE
000691     END-IF.
000692     DISPLAY 'OPRMAINT - INVALID FIELD'.
000693     GO TO 4000-EXIT.
000694 4000-REWRITE.
000695     PERFORM 6100-REWRITE-OPERATOR
000696         THRU 6100-EXIT.
000697 4000-EXIT.
000698     EXIT.
000699*
000700*****************************************************
000701* 4100-SHOW-OPERATOR - MOSTRA O REGISTRO LIDO.
000702*****************************************************
000703 4100-SHOW-OPERATOR.
000704     MOVE 'ACTIVE' TO OMT-STATUS-TEXT.
000705     IF NOT OPERATOR-ACTIVE
000706         MOVE 'INACTIVE' TO OMT-STATUS-TEXT
000707     END-IF.
000708     IF OPERATOR-LOCKED
000709         MOVE 'LOCKED' TO OMT-STATUS-TEXT
000710     END-IF.
000711     DISPLAY 'OPRMAINT - ' OP-OPER-ID ' ' OP-OPER-NAME.
000712     IF OPER-ROLE-VALID
000713         DISPLAY '    ROLE ' OP-ROLE ' ' ROLE-NAME (OP-ROLE)
000714             ' STATUS ' OMT-STATUS-TEXT
000715     ELSE
000716         DISPLAY '    ROLE ' OP-ROLE ' STATUS ' OMT-STATUS-TEXT
000717     END-IF.
000718     DISPLAY '    FAILED SIGN-ONS ' OP-FAIL-COUNT
000719         ' LAST SIGN-ON ' OP-LAST-SIGNON
000720         ' PASSWORD SET ' OP-PASSWORD-DATE.
000721 4100-EXIT.
000722     EXIT.
000723*
000724*****************************************************
000725* 5000-RESET-PASSWORD - NOVA SENHA PARA OUTRO
000726* OPERADOR, QUE TAMBEM O DESBLOQUEIA. A PROPRIA SENHA
000727* SE TROCA PELA OPCAO W.
000728*****************************************************
000729 5000-RESET-PASSWORD.
000730     DISPLAY 'OPRMAINT - OPERATOR ID (BLANK = CANCEL):'.
000731     ACCEPT OMT-OPER-ID.
000732     IF OMT-OPER-ID = SPACES
000733         GO TO 5000-EXIT
000734     END-IF.
000735     IF OMT-OPER-ID = SGN-OPER-ID
000736         DISPLAY 'OPRMAINT - USE OPTION W FOR YOUR OWN PASSWORD'
000737         GO TO 5000-EXIT
000738     END-IF.
000739     PERFORM 3100-READ-OPERATOR
000740         THRU 3100-EXIT.
000741     IF OPER-RECORD-NOT-FOUND
000742         DISPLAY 'OPRMAINT - OPERATOR NOT ON FILE'
000743         GO TO 5000-EXIT
000744     END-IF.
000745     PERFORM 4100-SHOW-OPERATOR
000746         THRU 4100-EXIT.
000747     PERFORM 6000-ACCEPT-NEW-PASSWORD
000748         THRU 6000-EXIT.
000749     IF NOT NEW-PASSWORD-OK
000750         GO TO 5000-EXIT
000751     END-IF.
000752     MOVE SGN-HASH TO OP-PASSWORD-HASH.
000753     MOVE WS-RUN-DATE-NUM TO OP-PASSWORD-DATE.
000754     MOVE 'N' TO OP-LOCKED-FLAG.
000755     MOVE ZERO TO OP-FAIL-COUNT.
000756     MOVE 'PASSWORD RESET' TO OLG-ACTION.
000757     MOVE SPACES TO OLG-VALUE.
000758     PERFORM 6100-REWRITE-OPERATOR
000759         THRU 6100-EXIT.
000760 5000-EXIT.
000761     EXIT.
000762*
000763*****************************************************
000764* 5500-CHANGE-OWN-PASSWORD - O OPERADOR DA SESSAO
000765* CONFIRMA A SENHA ATUAL (PELA 9410, QUE CONTA AS
000766* FALHAS) E DIGITA A NOVA DUAS VEZES.
000767*****************************************************
000768 5500-CHANGE-OWN-PASSWORD.
000769     MOVE SGN-OPER-ID TO SGN-IN-ID.
000770     DISPLAY 'OPRMAINT - CURRENT PASSWORD:'.
000771     ACCEPT SGN-IN-PASSWORD.
000772     MOVE SGN-ROLE-INQUIRY TO SGN-REQUIRED-ROLE.
000773     PERFORM 9410-CHECK-OPERATOR
000774         THRU 9410-EXIT.
000775     MOVE SPACES TO SGN-IN-PASSWORD.
000776     IF NOT SIGN-ON-ACCEPTED
000777         GO TO 5500-EXIT
000778     END-IF.
000779     MOVE SGN-OPER-ID TO OMT-OPER-ID.
000780     PERFORM 6000-ACCEPT-NEW-PASSWORD
000781         THRU 6000-EXIT.
000782     IF NOT NEW-PASSWORD-OK
000783         GO TO 5500-EXIT
000784     END-IF.
000785     PERFORM 3100-READ-OPERATOR
000786         THRU 3100-EXIT.
000787     IF OPER-RECORD-NOT-FOUND
000788         DISPLAY 'OPRMAINT - OPERATOR NOT ON FILE'
000789         GO TO 5500-EXIT
000790     END-IF.
000791     MOVE SGN-HASH TO OP-PASSWORD-HASH.
000792     MOVE WS-RUN-DATE-NUM TO OP-PASSWORD-DATE.
000793     MOVE 'PASSWORD CHANGED' TO OLG-ACTION.
000794     MOVE SPACES TO OLG-VALUE.
000795     PERFORM 6100-REWRITE-OPERATOR
000796         THRU 6100-EXIT.
000797 5500-EXIT.
000798     EXIT.
000799*
000800*****************************************************
000801* 6000-ACCEPT-NEW-PASSWORD - LE A NOVA SENHA DE
000802* OMT-OPER-ID DUAS VEZES: DE 4 A 8 CARACTERES,
000803* DIFERENTE DO CODIGO DO OPERADOR. DEIXA EM SGN-HASH O
000804* CODIGO A GRAVAR E APAGA A SENHA DIGITADA.
000805*****************************************************
000806 6000-ACCEPT-NEW-PASSWORD.
000807     MOVE 'N' TO WS-PASSWORD-OK-SWITCH.
000808     DISPLAY 'OPRMAINT - NEW PASSWORD (4 TO 8 CHARACTERS):'.
000809     ACCEPT OMT-PASSWORD-1.
000810     DISPLAY 'OPRMAINT - REPEAT NEW PASSWORD:'.
000811     ACCEPT OMT-PASSWORD-2.
000812     IF OMT-PASSWORD-1 NOT = OMT-PASSWORD-2
000813         DISPLAY 'OPRMAINT - PASSWORDS DO NOT MATCH'
000814         GO TO 6000-CLEAR
000815     END-IF.
000816     IF OMT-PW-CHAR (1) = SPACE OR OMT-PW-CHAR (4) = SPACE
000817         DISPLAY 'OPRMAINT - PASSWORD NEEDS 4 CHARACTERS OR MORE'
000818         GO TO 6000-CLEAR
000819     END-IF.
000820     IF OMT-PASSWORD-1 = OMT-OPER-ID
000821         DISPLAY 'OPRMAINT - PASSWORD MAY NOT BE THE OPERATOR ID'
000822         GO TO 6000-CLEAR
000823     END-IF.
000824     MOVE OMT-OPER-ID TO SGN-IN-ID.
000825     MOVE OMT-PASSWORD-1 TO SGN-IN-PASSWORD.
000826     PERFORM 9420-HASH-PASSWORD
000827         THRU 9420-EXIT.
000828     MOVE 'Y' TO WS-PASSWORD-OK-SWITCH.
000829 6000-CLEAR.
000830     MOVE SPACES TO SGN-IN-PASSWORD.
000831     MOVE SPACES TO OMT-PASSWORD-1.
000832     MOVE SPACES TO OMT-PASSWORD-2.
000833 6000-EXIT.
000834     EXIT.
000835*
000836*****************************************************
000837* 6100-REWRITE-OPERATOR - REGRAVA O REGISTRO ALTERADO
000838* E REGISTRA A ACAO NO SECLOG.
000839*****************************************************
000840 6100-REWRITE-OPERATOR.
000841     MOVE OPERATOR-RECORD TO OMT-SAVE-RECORD.
000842     OPEN I-O OPERATOR-FILE.
000843     REWRITE OPERATOR-RECORD FROM OMT-SAVE-RECORD
000844         INVALID KEY
000845             DISPLAY 'OPRMAINT - OPERATOR NOT ON FILE'
000846             CLOSE OPERATOR-FILE
000847             GO TO 6100-EXIT
000848     END-REWRITE.
000849     CLOSE OPERATOR-FILE.
000850     DISPLAY 'OPRMAINT - OPERATOR ' OP-OPER-ID ' UPDATED'.
000851     PERFORM 6500-LOG-MAINTENANCE
000852         THRU 6500-EXIT.
000853 6100-EXIT.
000854     EXIT.
000855*
000856*****************************************************
000857* 6500-LOG-MAINTENANCE - ACAO PRIVILEGIADA NO SECLOG
000858* COM O OPERADOR ALTERADO E A ACAO.
000859*****************************************************
000860 6500-LOG-MAINTENANCE.
000861     MOVE OMT-OPER-ID TO OLG-OPER-ID.
000862     MOVE OMT-LOG-DETAIL TO SGN-LOG-DETAIL.
000863     PERFORM 9470-LOG-PRIVILEGED-ACTION
000864         THRU 9470-EXIT.
000865 6500-EXIT.
000866     EXIT.
000867*
000868*****************************************************
000869* 7000-SECURITY-REPORT - RELATORIO SECRPT.DAT: O
000870* SECLOG CLASSIFICADO POR OPERADOR, DATA E HORA, SO OS
000871* EVENTOS DO PERIODO PEDIDO, COM TOTAIS POR OPERADOR
000872* E GERAIS DE ENTRADAS RECUSADAS, BLOQUEIOS, OPCOES
000873* NEGADAS E ACOES PRIVILEGIADAS.
000874*****************************************************
000875 7000-SECURITY-REPORT.
000876     DISPLAY 'OPRMAINT - FROM DATE YYMMDD (BLANK = ALL):'.
000877     ACCEPT SRP-FROM-IN.
000878     DISPLAY 'OPRMAINT - TO DATE YYMMDD (BLANK = ALL):'.
000879     ACCEPT SRP-TO-IN.
000880     MOVE ZERO TO SRP-FROM-DATE.
000881     MOVE 'ALL' TO SD-FROM-TEXT.
000882     IF SRP-FROM-IN NOT = SPACES
000883         IF SRP-FROM-IN NOT NUMERIC
000884             DISPLAY 'OPRMAINT - INVALID FROM DATE - ENTER YYMMDD'
000885             GO TO 7000-EXIT
000886         END-IF
000887         MOVE SRP-FROM-IN-NUM TO SRP-FROM-DATE
000888         MOVE SRP-FROM-DATE TO SRP-DATE-WORK
000889         PERFORM 7900-EDIT-DATE
000890             THRU 7900-EXIT
000891         MOVE SRP-DATE-EDIT TO SD-FROM-TEXT
000892     END-IF.
000893     MOVE 999999 TO SRP-TO-DATE.
000894     MOVE 'ALL' TO SD-TO-TEXT.
000895     IF SRP-TO-IN NOT = SPACES
000896         IF SRP-TO-IN NOT NUMERIC
000897             DISPLAY 'OPRMAINT - INVALID TO DATE - ENTER YYMMDD'
000898             GO TO 7000-EXIT
000899         END-IF
000900         MOVE SRP-TO-IN-NUM TO SRP-TO-DATE
000901         MOVE SRP-TO-DATE TO SRP-DATE-WORK
000902         PERFORM 7900-EDIT-DATE
000903             THRU 7900-EXIT
000904         MOVE SRP-DATE-EDIT TO SD-TO-TEXT
000905     END-IF.
000906     IF SRP-FROM-DATE > SRP-TO-DATE
000907         DISPLAY 'OPRMAINT - FROM DATE IS AFTER TO DATE'
000908         GO TO 7000-EXIT
000909     END-IF.
000910     OPEN INPUT SECURITY-LOG-FILE.
000911     IF WS-SECLOG-STATUS NOT = '00'
000912         DISPLAY 'OPRMAINT - SECURITY LOG SECLOG NOT AVAILABLE'
000913         GO TO 7000-EXIT
000914     END-IF.
000915     CLOSE SECURITY-LOG-FILE.
000916     OPEN OUTPUT SEC-RPT-FILE.
000917     IF WS-SECRPT-STATUS NOT = '00'
000918         DISPLAY 'OPRMAINT - REPORT FILE SECRPT NOT AVAILABLE'
000919         GO TO 7000-EXIT
000920     END-IF.
000921     SORT SEC-SORT-FILE
000922         ON ASCENDING KEY SK-OPER-ID
000923         ON ASCENDING KEY SK-EVENT-DATE
000924         ON ASCENDING KEY SK-EVENT-TIME
000925         WITH DUPLICATES IN ORDER
000926         USING SECURITY-LOG-FILE
000927         GIVING SEC-SORTED-FILE.
000928     MOVE WS-RUN-DATE-NUM TO SRP-DATE-WORK.
000929     PERFORM 7900-EDIT-DATE
000930         THRU 7900-EXIT.
000931     MOVE SRP-DATE-EDIT TO SD-RUN-TEXT.
000932     MOVE ZERO TO SRP-TOT-OPERATORS.
000933     MOVE ZERO TO SRP-TOT-EVENTS.
000934     MOVE ZERO TO SRP-TOT-FAILED.
000935     MOVE ZERO TO SRP-TOT-LOCKED.
000936     MOVE ZERO TO SRP-TOT-DENIED.
000937     MOVE ZERO TO SRP-TOT-PRIVILEGED.
000938     MOVE SPACES TO SRP-CURR-OPER.
000939     PERFORM 7800-WRITE-HEADINGS
000940         THRU 7800-EXIT.
000941     MOVE 'N' TO WS-SORTED-EOF-SWITCH.
000942     OPEN INPUT SEC-SORTED-FILE.
000943     OPEN INPUT OPERATOR-FILE.
000944     PERFORM 7100-READ-SORTED-EVENT
000945         THRU 7100-EXIT.
000946     PERFORM 7200-LIST-ONE-EVENT
000947         THRU 7200-EXIT
000948         UNTIL SORTED-FILE-EOF.
000949     CLOSE SEC-SORTED-FILE.
000950     CLOSE OPERATOR-FILE.
000951     IF SRP-CURR-OPER NOT = SPACES
000952         PERFORM 7400-WRITE-OPER-TOTAL
000953             THRU 7400-EXIT
000954     END-IF.
000955     IF SRP-TOT-EVENTS = ZERO
000956         WRITE SECRPT-REC FROM SEC-NONE-LINE
000957             AFTER ADVANCING 2 LINES
000958     END-IF.
000959     MOVE SRP-TOT-OPERATORS TO SR-OPERATORS.
000960     MOVE SRP-TOT-EVENTS TO SR-EVENTS.
000961     MOVE SRP-TOT-FAILED TO SR-FAILED.
000962     MOVE SRP-TOT-LOCKED TO SR-LOCKED.
000963     MOVE SRP-TOT-DENIED TO SR-DENIED.
000964     MOVE SRP-TOT-PRIVILEGED TO SR-PRIVILEGED.
000965     WRITE SECRPT-REC FROM SEC-TRAILER-LINE
000966         AFTER ADVANCING 3 LINES.
000967     CLOSE SEC-RPT-FILE.
000968     DISPLAY 'OPRMAINT - SECURITY REPORT SECRPT WRITTEN, '
000969         SR-EVENTS ' EVENTS'.
000970 7000-EXIT.
000971     EXIT.
000972*
000973*****************************************************
000974* 7100-READ-SORTED-EVENT - PROXIMO EVENTO CLASSIFICADO.
000975*****************************************************
000976 7100-READ-SORTED-EVENT.
000977     READ SEC-SORTED-FILE
000978         AT END
000979             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
000980     END-READ.
000981 7100-EXIT.
000982     EXIT.
000983*
000984*****************************************************
000985* 7200-LIST-ONE-EVENT - IMPRIME UM EVENTO DO PERIODO,
000986* COM QUEBRA POR OPERADOR, E LE O PROXIMO.
000987*****************************************************
000988 7200-LIST-ONE-EVENT.
000989     IF SS-EVENT-DATE < SRP-FROM-DATE
000990             OR SS-EVENT-DATE > SRP-TO-DATE
000991         GO TO 7200-NEXT
000992     END-IF.
000993     IF SS-OPER-ID NOT = SRP-CURR-OPER
000994         IF SRP-CURR-OPER NOT = SPACES
000995             PERFORM 7400-WRITE-OPER-TOTAL
000996                 THRU 7400-EXIT
000997         END-IF
000998         PERFORM 7300-START-OPERATOR
000999             THRU 7300-EXIT
001000     END-IF.
001001     IF SRP-LINE-COUNT > 55
001002         PERFORM 7800-WRITE-HEADINGS
001003             THRU 7800-EXIT
001004     END-IF.
001005     ADD 1 TO SRP-TOT-EVENTS.
001006     MOVE SPACES TO SL-EVENT.
001007     IF SS-EVENT = 'F'
001008         MOVE 'FAILED SIGN-ON' TO SL-EVENT
001009         ADD 1 TO SRP-OPER-FAILED
001010         ADD 1 TO SRP-TOT-FAILED
001011     END-IF.
001012     IF SS-EVENT = 'L'
001013         MOVE 'LOCKED OUT' TO SL-EVENT
001014         ADD 1 TO SRP-OPER-LOCKED
001015         ADD 1 TO SRP-TOT-LOCKED
001016     END-IF.
001017     IF SS-EVENT = 'D'
001018         MOVE 'OPTION DENIED' TO SL-EVENT
001019         ADD 1 TO SRP-OPER-DENIED
001020         ADD 1 TO SRP-TOT-DENIED
001021     END-IF.
001022     IF SS-EVENT = 'P'
001023         MOVE 'PRIVILEGED' TO SL-EVENT
001024         ADD 1 TO SRP-OPER-PRIVILEGED
001025         ADD 1 TO SRP-TOT-PRIVILEGED
001026     END-IF.
001027     MOVE SS-DATE-MM TO SL-DATE-MM.
001028     MOVE SS-DATE-DD TO SL-DATE-DD.
001029     MOVE SS-DATE-YY TO SL-DATE-YY.
001030     MOVE SS-TIME-HH TO SL-TIME-HH.
001031     MOVE SS-TIME-MI TO SL-TIME-MI.
001032     MOVE SS-TIME-SS TO SL-TIME-SS.
001033     MOVE SS-PROGRAM TO SL-PROGRAM.
001034     MOVE SS-APPROVER-ID TO SL-APPROVER.
001035     MOVE SS-DETAIL TO SL-DETAIL.
001036     WRITE SECRPT-REC FROM SEC-DETAIL-LINE
001037         AFTER ADVANCING 1 LINE.
001038     ADD 1 TO SRP-LINE-COUNT.
001039 7200-NEXT.
001040     PERFORM 7100-READ-SORTED-EVENT
001041         THRU 7100-EXIT.
001042 7200-EXIT.
001043     EXIT.
001044*
001045*****************************************************
001046* 7300-START-OPERATOR - CABECALHO DO OPERADOR, COM
001047* NOME, PAPEL E SITUACAO ATUAIS DO CADASTRO. CODIGO
001048* QUE NAO ESTA NO CADASTRO (ENTRADA COM CODIGO
001049* DESCONHECIDO) SAI ASSIM MESMO.
001050*****************************************************
001051 7300-START-OPERATOR.
001052     MOVE SS-OPER-ID TO SRP-CURR-OPER.
001053     ADD 1 TO SRP-TOT-OPERATORS.
001054     MOVE ZERO TO SRP-OPER-FAILED.
001055     MOVE ZERO TO SRP-OPER-LOCKED.
001056     MOVE ZERO TO SRP-OPER-DENIED.
001057     MOVE ZERO TO SRP-OPER-PRIVILEGED.
001058     MOVE SS-OPER-ID TO SO-OPER-ID.
001059     MOVE SPACES TO SO-ROLE.
001060     MOVE SPACES TO SO-STATUS.
001061     MOVE SS-OPER-ID TO OP-OPER-ID.
001062     READ OPERATOR-FILE
001063         INVALID KEY
001064             MOVE '** NOT ON OPERATOR FILE' TO SO-OPER-NAME
001065             GO TO 7300-WRITE
001066     END-READ.
001067     MOVE OP-OPER-NAME TO SO-OPER-NAME.
001068     IF OPER-ROLE-VALID
001069         MOVE ROLE-NAME (OP-ROLE) TO SO-ROLE
001070     END-IF.
001071     MOVE 'ACTIVE' TO SO-STATUS.
001072     IF NOT OPERATOR-ACTIVE
001073         MOVE 'INACTIVE' TO SO-STATUS
001074     END-IF.
001075     IF OPERATOR-LOCKED
001076         MOVE 'LOCKED' TO SO-STATUS
001077     END-IF.
001078 7300-WRITE.
001079     IF SRP-LINE-COUNT > 50
001080         PERFORM 7800-WRITE-HEADINGS
001081             THRU 7800-EXIT
001082     END-IF.
001083     WRITE SECRPT-REC FROM SEC-OPER-LINE
001084         AFTER ADVANCING 2 LINES.
001085     ADD 2 TO SRP-LINE-COUNT.
001086 7300-EXIT.
001087     EXIT.
001088*
001089*****************************************************
001090* 7400-WRITE-OPER-TOTAL - TOTAIS DO OPERADOR.
001091*****************************************************
001092 7400-WRITE-OPER-TOTAL.
001093     MOVE SRP-OPER-FAILED TO ST-FAILED.
001094     MOVE SRP-OPER-LOCKED TO ST-LOCKED.
001095     MOVE SRP-OPER-DENIED TO ST-DENIED.
001096     MOVE SRP-OPER-PRIVILEGED TO ST-PRIVILEGED.
001097     WRITE SECRPT-REC FROM SEC-OPER-TOTAL-LINE
001098         AFTER ADVANCING 1 LINE.
001099     ADD 1 TO SRP-LINE-COUNT.
001100 7400-EXIT.
001101     EXIT.
001102*
001103*****************************************************
001104* 7800-WRITE-HEADINGS - TITULO, PERIODO E COLUNAS NO
001105* ALTO DE CADA PAGINA.
001106*****************************************************
001107 7800-WRITE-HEADINGS.
001108     WRITE SECRPT-REC FROM SEC-TITLE-LINE
001109         AFTER ADVANCING PAGE.
001110     WRITE SECRPT-REC FROM SEC-DATE-LINE
001111         AFTER ADVANCING 1 LINE.
001112     WRITE SECRPT-REC FROM SEC-COLUMN-HEADING
001113         AFTER ADVANCING 2 LINES.
001114     MOVE 4 TO SRP-LINE-COUNT.
001115 7800-EXIT.
001116     EXIT.
001117*
001118*****************************************************
001119* 7900-EDIT-DATE - SRP-DATE-WORK (AAMMDD) PARA
001120* MM/DD/AA EM SRP-DATE-EDIT.
001121*****************************************************
001122 7900-EDIT-DATE.
001123     MOVE SRP-DATE-MM TO SRP-EDIT-MM.
001124     MOVE SRP-DATE-DD TO SRP-EDIT-DD.
001125     MOVE SRP-DATE-YY TO SRP-EDIT-YY.
001126 7900-EXIT.
001127     EXIT.
001128*
001129*****************************************************
001130* 8000-TERMINATE-RUN - FIM DA SESSAO.
001131*****************************************************
001132 8000-TERMINATE-RUN.
001133     DISPLAY 'OPRMAINT - END OF SESSION FOR ' SGN-OPER-ID.
001134 8000-EXIT.
001135     EXIT.
001136*
001137*****************************************************
001138* 9000-ABORT-RUN - ENCERRA O PROGRAMA COM ERRO GRAVE:
001139* MOSTRA A MENSAGEM NO CONSOLE DO OPERADOR E DEVOLVE
001140* RETURN-CODE 16.
001141*****************************************************
001142 9000-ABORT-RUN.
001143     DISPLAY 'OPRMAINT *** RUN ABORTED *** '
001144         WS-ABORT-MESSAGE.
001145     MOVE 16 TO RETURN-CODE.
001146     STOP RUN.
001147 9000-EXIT.
001148     EXIT.
001149*
001150*****************************************************
001151* 9400-SIGN-ON - UMA TENTATIVA DE ENTRADA: LE O CODIGO
001152* E A SENHA DO OPERADOR E CONFERE NO CADASTRO COM O
001153* PAPEL MINIMO SGN-REQUIRED-ROLE. CODIGO EM BRANCO
001154* DESISTE (ESGOTA AS TENTATIVAS).
001155*****************************************************
001156 9400-SIGN-ON.
001157     ADD 1 TO SGN-ATTEMPTS.
001158     DISPLAY 'OPRMAINT - OPERATOR ID (BLANK = CANCEL):'.
001159     ACCEPT SGN-IN-ID.
001160     IF SGN-IN-ID = SPACES
001161         MOVE 3 TO SGN-ATTEMPTS
001162         GO TO 9400-EXIT
001163     END-IF.
001164     DISPLAY 'OPRMAINT - PASSWORD:'.
001165     ACCEPT SGN-IN-PASSWORD.
001166     PERFORM 9410-CHECK-OPERATOR
001167         THRU 9410-EXIT.
001168     MOVE SPACES TO SGN-IN-PASSWORD.
001169     IF SIGN-ON-ACCEPTED
001170         MOVE SGN-IN-ID TO SGN-OPER-ID
001171         MOVE SGN-CHECK-ROLE TO SGN-OPER-ROLE
001172     END-IF.
001173 9400-EXIT.
001174     EXIT.
001175*
001176*****************************************************
001177* 9410-CHECK-OPERATOR - CONFERE SGN-IN-ID E A SENHA NO
001178* CADASTRO DE OPERADORES: OPERADOR ATIVO, NAO
001179* BLOQUEADO, SENHA CERTA E PAPEL NAO MENOR QUE O
001180* EXIGIDO. SENHA ERRADA SOMA UMA FALHA E A TERCEIRA
001181* SEGUIDA BLOQUEIA O OPERADOR; SENHA CERTA ZERA A
001182* CONTAGEM. TODA RECUSA VAI PARA O SECLOG.
001183*****************************************************
001184 9410-CHECK-OPERATOR.
001185     MOVE 'N' TO SGN-RESULT-SWITCH.
001186     MOVE SGN-IN-ID TO SGN-LOG-OPER-ID.
001187     MOVE 'F' TO SGN-LOG-EVENT.
001188     OPEN I-O OPERATOR-FILE.
001189     IF WS-OPERFILE-STATUS NOT = '00'
001190         DISPLAY 'OPRMAINT - OPERATOR FILE OPERFILE NOT AVAILABLE'
001191         GO TO 9410-EXIT
001192     END-IF.
001193     MOVE SGN-IN-ID TO OP-OPER-ID.
001194     READ OPERATOR-FILE
001195         INVALID KEY
001196             MOVE 'UNKNOWN OPERATOR ID' TO SGN-LOG-DETAIL
001197             GO TO 9410-REFUSED
001198     END-READ.
001199     IF NOT OPERATOR-ACTIVE
001200         MOVE 'OPERATOR NOT ACTIVE' TO SGN-LOG-DETAIL
001201         GO TO 9410-REFUSED
001202     END-IF.
001203     IF OPERATOR-LOCKED
001204         MOVE 'OPERATOR LOCKED OUT' TO SGN-LOG-DETAIL
001205         GO TO 9410-REFUSED
001206     END-IF.
001207     PERFORM 9420-HASH-PASSWORD
001208         THRU 9420-EXIT.
001209     IF SGN-HASH NOT = OP-PASSWORD-HASH
001210         ADD 1 TO OP-FAIL-COUNT
001211         MOVE 'WRONG PASSWORD' TO SGN-LOG-DETAIL
001212         IF OP-FAIL-COUNT NOT < 3
001213             MOVE 'Y' TO OP-LOCKED-FLAG
001214             MOVE 'L' TO SGN-LOG-EVENT
001215             MOVE 'LOCKED AFTER 3 FAILED SIGN-ONS' TO
001216                 SGN-LOG-DETAIL
001217         END-IF
001218         REWRITE OPERATOR-RECORD
001219         GO TO 9410-REFUSED
001220     END-IF.
001221     MOVE ZERO TO OP-FAIL-COUNT.
001222     ACCEPT OP-LAST-SIGNON FROM DATE.
001223     REWRITE OPERATOR-RECORD.
001224     IF OP-ROLE < SGN-REQUIRED-ROLE
001225         MOVE 'D' TO SGN-LOG-EVENT
001226         MOVE 'ROLE TOO LOW FOR THIS FUNCTION' TO
001227             SGN-LOG-DETAIL
001228         GO TO 9410-REFUSED
001229     END-IF.
001230     MOVE OP-ROLE TO SGN-CHECK-ROLE.
001231     MOVE 'Y' TO SGN-RESULT-SWITCH.
001232     CLOSE OPERATOR-FILE.
001233     GO TO 9410-EXIT.
001234 9410-REFUSED.
001235     CLOSE OPERATOR-FILE.
001236     IF SGN-LOG-EVENT = 'F'
001237         DISPLAY 'OPRMAINT - INVALID OPERATOR ID OR PASSWORD'
001238     ELSE
001239         DISPLAY 'OPRMAINT - ' SGN-LOG-DETAIL
001240     END-IF.
001241     PERFORM 9450-WRITE-SECURITY-LOG
001242         THRU 9450-EXIT.
001243 9410-EXIT.
001244     EXIT.
001245*
001246*****************************************************
001247* 9420-HASH-PASSWORD - CALCULA O CODIGO GUARDADO NO
001248* CADASTRO EM LUGAR DA SENHA: CADA CARACTER DE
001249* OPERADOR + SENHA VIRA SUA POSICAO NA TABELA
001250* SGN-CHAR (65 FORA DELA) E ENTRA NO CODIGO POR
001251* CODIGO X 67 + POSICAO, MODULO 999999937. TEM DE SER
001252* O MESMO EM TODOS OS PROGRAMAS.
001253*****************************************************
001254 9420-HASH-PASSWORD.
001255     MOVE ZERO TO SGN-HASH.
001256     PERFORM 9430-HASH-ONE-CHAR
001257         THRU 9430-EXIT
001258         VARYING SGN-KEY-SUB FROM 1 BY 1
001259         UNTIL SGN-KEY-SUB > 16.
001260 9420-EXIT.
001261     EXIT.
001262*
001263*****************************************************
001264* 9430-HASH-ONE-CHAR - SOMA UM CARACTER AO CODIGO.
001265*****************************************************
001266 9430-HASH-ONE-CHAR.
001267     MOVE ZERO TO SGN-CHAR-POS.
001268     PERFORM 9440-MATCH-CHAR
001269         THRU 9440-EXIT
001270         VARYING SGN-CHAR-SUB FROM 1 BY 1
001271         UNTIL SGN-CHAR-SUB > 64
001272         OR SGN-CHAR-POS NOT = ZERO.
001273     IF SGN-CHAR-POS = ZERO
001274         MOVE 65 TO SGN-CHAR-POS
001275     END-IF.
001276     MULTIPLY SGN-HASH BY 67 GIVING SGN-HASH-WORK.
001277     ADD SGN-CHAR-POS TO SGN-HASH-WORK.
001278     DIVIDE SGN-HASH-WORK BY 999999937
001279         GIVING SGN-HASH-QUOTIENT
001280         REMAINDER SGN-HASH.
001281 9430-EXIT.
001282     EXIT.
001283*
001284*****************************************************
001285* 9440-MATCH-CHAR - COMPARA UMA ENTRADA DA TABELA DE
001286* CARACTERES COM O CARACTER DA VEZ.
001287*****************************************************
001288 9440-MATCH-CHAR.
001289     IF SGN-CHAR (SGN-CHAR-SUB) = SGN-KEY-CHAR (SGN-KEY-SUB)
001290         MOVE SGN-CHAR-SUB TO SGN-CHAR-POS
001291     END-IF.
001292 9440-EXIT.
001293     EXIT.
001294*
001295*****************************************************
001296* 9450-WRITE-SECURITY-LOG - ACRESCENTA AO SECLOG UM
001297* REGISTRO COM OS DADOS PREPARADOS EM SGN-WORK-AREAS.
001298* SEM O SECLOG SO AVISA.
001299*****************************************************
001300 9450-WRITE-SECURITY-LOG.
001301     OPEN EXTEND SECURITY-LOG-FILE.
001302     IF WS-SECLOG-STATUS NOT = '00'
001303         OPEN OUTPUT SECURITY-LOG-FILE
001304     END-IF.
001305     IF WS-SECLOG-STATUS NOT = '00'
001306         DISPLAY 'OPRMAINT - SECURITY LOG SECLOG NOT AVAILABLE'
001307         GO TO 9450-EXIT
001308     END-IF.
001309     MOVE SPACES TO SECURITY-LOG-RECORD.
001310     MOVE SGN-LOG-OPER-ID TO SC-OPER-ID.
001311     ACCEPT SC-EVENT-DATE FROM DATE.
001312     ACCEPT SC-EVENT-TIME FROM TIME.
001313     MOVE SGN-PROGRAM TO SC-PROGRAM.
001314     MOVE SGN-LOG-EVENT TO SC-EVENT.
001315     MOVE SGN-APPROVER-ID TO SC-APPROVER-ID.
001316     MOVE SGN-LOG-DETAIL TO SC-DETAIL.
001317     WRITE SECURITY-LOG-RECORD.
001318     CLOSE SECURITY-LOG-FILE.
001319 9450-EXIT.
001320     EXIT.
001321*
001322*****************************************************
001323* 9460-CHECK-OPTION-ROLE - CONFERE O PAPEL DO OPERADOR
001324* QUE ENTROU CONTRA O MINIMO SGN-REQUIRED-ROLE DA
001325* OPCAO DESCRITA EM SGN-LOG-DETAIL; A NEGATIVA VAI
001326* PARA O SECLOG.
001327*****************************************************
001328 9460-CHECK-OPTION-ROLE.
001329     MOVE 'Y' TO SGN-RESULT-SWITCH.
001330     IF SGN-OPER-ROLE NOT < SGN-REQUIRED-ROLE
001331         GO TO 9460-EXIT
001332     END-IF.
001333     MOVE 'N' TO SGN-RESULT-SWITCH.
001334     DISPLAY 'OPRMAINT - OPTION NOT ALLOWED FOR YOUR ROLE'.
001335     MOVE 'D' TO SGN-LOG-EVENT.
001336     MOVE SGN-OPER-ID TO SGN-LOG-OPER-ID.
001337     MOVE SPACES TO SGN-APPROVER-ID.
001338     PERFORM 9450-WRITE-SECURITY-LOG
001339         THRU 9450-EXIT.
001340 9460-EXIT.
001341     EXIT.
001342*
001343*****************************************************
001344* 9470-LOG-PRIVILEGED-ACTION - GRAVA NO SECLOG A ACAO
001345* DESCRITA EM SGN-LOG-DETAIL, FEITA PELO OPERADOR QUE
001346* ENTROU (E PELO APROVADOR, SE HOUVE).
001347*****************************************************
001348 9470-LOG-PRIVILEGED-ACTION.
001349     MOVE 'P' TO SGN-LOG-EVENT.
001350     MOVE SGN-OPER-ID TO SGN-LOG-OPER-ID.
001351     PERFORM 9450-WRITE-SECURITY-LOG
001352         THRU 9450-EXIT.
001353     MOVE SPACES TO SGN-APPROVER-ID.
001354 9470-EXIT.
001355     EXIT.
