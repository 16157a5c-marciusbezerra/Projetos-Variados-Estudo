000010 IDENTIFICATION DIVISION.
000011 PROGRAM-ID.
000012     EMPCONV.
000013 AUTHOR.
000014     R L HUTCHISON.
000015 INSTALLATION.
000016     PAYROLL DEPARTMENT.
000017 DATE-WRITTEN.
000018     15/10/2026.
000019 DATE-COMPILED.
000020*
000021*****************************************************
000022* CONVERSAO UNICA DO CADASTRO DE FUNCIONARIOS
000023* EMPMAST.DAT DO REGISTRO ANTIGO DE 60 POSICOES PARA O
000024* REGISTRO DE 62 POSICOES DO EMPREC, QUE GANHOU O
000025* NUMERO DE DEPENDENTES (EM-DEPENDENTS) NO FIM.
000026* NOME DO ARQUIVO: EMPCONV.COB
000027*
000028* RODA UMA VEZ, ANTES DE QUALQUER PROGRAMA QUE USE O
000029* EMPREC NOVO. FASE 1: COPIA O CADASTRO ANTIGO PARA O
000030* ARQUIVO DE TRABALHO EMPCONV.DAT JA NO FORMATO NOVO,
000031* COM EM-DEPENDENTS ZERO. FASE 2: SO SE A COPIA TEM O
000032* MESMO NUMERO DE REGISTROS LIDOS, REGRAVA O EMPMAST.DAT
000033* NO FORMATO NOVO A PARTIR DO ARQUIVO DE TRABALHO. O
000034* RELATORIO EMPCVRPT.DAT TRAZ AS CONTAGENS DE ENTRADA
000035* E SAIDA; CONTAGEM DIFERENTE DEVOLVE RETURN-CODE 16 E
000036* O EMPCONV.DAT FICA COMO COPIA DO CADASTRO CONVERTIDO.
000037* OS DEPENDENTES SAO INFORMADOS DEPOIS PELO EMPMAINT
000038* (OPCAO C, CAMPO E).
000039*
000040* HISTORICO DE MODIFICACOES
000041* -------------------------------------------------
000042* DATA       INIC  DESCRICAO
000043* ---------- ----  ---------------------------------
000044* 15/10/2026  RLH  PROGRAMA ORIGINAL - CONVERSAO DO
000045*                  EMPMAST.DAT DE 60 PARA 62
000046*                  POSICOES (EM-DEPENDENTS ZERO).
000047*****************************************************
000048 ENVIRONMENT DIVISION.
000049 CONFIGURATION SECTION.
000050 SOURCE-COMPUTER. IBM-PS2.
000051 OBJECT-COMPUTER. IBM-PS2.
000052 INPUT-OUTPUT SECTION.
000053 FILE-CONTROL.
000054     SELECT OLD-EMP-FILE ASSIGN TO "EMPMAST.DAT"
000055         ORGANIZATION IS INDEXED
000056         ACCESS MODE IS SEQUENTIAL
000057         RECORD KEY IS OE-EMP-ID
000058         FILE STATUS IS WS-OLDEMP-STATUS.
000059     SELECT EMP-FILE ASSIGN TO "EMPMAST.DAT"
000060         ORGANIZATION IS INDEXED
000061         ACCESS MODE IS SEQUENTIAL
000062         RECORD KEY IS EM-EMP-ID
000063         FILE STATUS IS WS-EMPMAST-STATUS.
000064     SELECT EMP-WORK-FILE ASSIGN TO "EMPCONV.DAT"
000065         ORGANIZATION IS SEQUENTIAL
000066         FILE STATUS IS WS-EMPWORK-STATUS.
000067     SELECT CONV-RPT-FILE ASSIGN TO "EMPCVRPT.DAT"
000068         ORGANIZATION IS SEQUENTIAL
000069         FILE STATUS IS WS-CONVRPT-STATUS.
000070 DATA DIVISION.
000071 FILE SECTION.
000072*
000073* REGISTRO ANTIGO DO CADASTRO: O MESMO EMPREC SEM O
000074* NUMERO DE DEPENDENTES.
000075*
000076 FD  OLD-EMP-FILE
000077     LABEL RECORDS ARE STANDARD
000078     RECORD CONTAINS 60 CHARACTERS.
000079 01  OLD-EMP-RECORD.
000080     02  OE-EMP-ID          PIC X(05).
000081     02  OE-EMP-DATA        PIC X(55).
000082 FD  EMP-FILE
000083     LABEL RECORDS ARE STANDARD
000084     RECORD CONTAINS 62 CHARACTERS.
000085 COPY EMPREC.
000086 FD  EMP-WORK-FILE
000087     LABEL RECORDS ARE STANDARD
000088     RECORD CONTAINS 62 CHARACTERS.
000089 01  EMP-WORK-RECORD        PIC X(62).
000090 FD  CONV-RPT-FILE
000091     LABEL RECORDS ARE STANDARD
000092     RECORD CONTAINS 132 CHARACTERS.
000093 01  CONV-REC               PIC X(132).
000094 WORKING-STORAGE SECTION.
000095 01  WS-SWITCHES.
000096     02  WS-OLDEMP-EOF-SWITCH PIC X(01) VALUE 'N'.
000097         88  OLD-EMP-FILE-EOF          VALUE 'Y'.
000098     02  WS-WORK-EOF-SWITCH PIC X(01)  VALUE 'N'.
000099         88  WORK-FILE-EOF             VALUE 'Y'.
000100 01  WS-OLDEMP-STATUS       PIC X(02)  VALUE '00'.
000101 01  WS-EMPMAST-STATUS      PIC X(02)  VALUE '00'.
000102 01  WS-EMPWORK-STATUS      PIC X(02)  VALUE '00'.
000103 01  WS-CONVRPT-STATUS      PIC X(02)  VALUE '00'.
000104 01  WS-ABORT-MESSAGE       PIC X(40)  VALUE SPACES.
000105 01  WS-RUN-DATE.
000106     02  WS-RUN-YY          PIC 99.
000107     02  WS-RUN-MM          PIC 99.
000108     02  WS-RUN-DD          PIC 99.
000109 01  CNV-TOTALS.
000110     02  CNV-READ-COUNT     PIC S9(5) COMP  VALUE ZERO.
000111     02  CNV-WORK-COUNT     PIC S9(5) COMP  VALUE ZERO.
000112     02  CNV-WRITE-COUNT    PIC S9(5) COMP  VALUE ZERO.
000113 01  CONV-TITLE-LINE.
000114     02  FILLER             PIC X(24) VALUE SPACES.
000115     02  FILLER             PIC X(38)
000116         VALUE 'EMPLOYEE MASTER CONVERSION 60 TO 62'.
000117     02  FILLER             PIC X(70) VALUE SPACES.
000118 01  CONV-DATE-LINE.
000119     02  FILLER             PIC X(24) VALUE SPACES.
000120     02  FILLER             PIC X(10) VALUE 'RUN DATE: '.
000121     02  CV-RUN-MM          PIC 99.
000122     02  FILLER             PIC X(01) VALUE '/'.
000123     02  CV-RUN-DD          PIC 99.
000124     02  FILLER             PIC X(01) VALUE '/'.
000125     02  CV-RUN-YY          PIC 99.
000126     02  FILLER             PIC X(90) VALUE SPACES.
000127 01  CONV-COUNT-LINE.
000128     02  FILLER             PIC X(04) VALUE SPACES.
000129     02  CC-TEXT            PIC X(40).
000130     02  CC-COUNT           PIC ZZ,ZZ9.
000131     02  FILLER             PIC X(82) VALUE SPACES.
000132 01  CONV-TRAILER-LINE.
000133     02  FILLER             PIC X(04) VALUE SPACES.
000134     02  CT-TEXT            PIC X(50).
000135     02  FILLER             PIC X(78) VALUE SPACES.
000136 PROCEDURE DIVISION.
000137 0000-MAINLINE.
000138     PERFORM 1000-INITIALIZE-RUN
000139         THRU 1000-EXIT.
000140     PERFORM 2000-COPY-TO-WORK
000141         THRU 2000-EXIT.
000142     PERFORM 3000-REBUILD-MASTER
000143         THRU 3000-EXIT.
000144     PERFORM 8000-TERMINATE-RUN
000145         THRU 8000-EXIT.
000146     STOP RUN.
000147*
000148*****************************************************
000149* 1000-INITIALIZE-RUN - ABRE O CADASTRO ANTIGO E O
000150* RELATORIO; SEM CADASTRO LEGIVEL NO FORMATO DE 60
000151* POSICOES (AUSENTE OU JA CONVERTIDO) O RUN ABORTA SEM
000152* TOCAR EM NADA.
000153*****************************************************
000154 1000-INITIALIZE-RUN.
000155     ACCEPT WS-RUN-DATE FROM DATE.
000156     OPEN INPUT OLD-EMP-FILE.
000157     IF WS-OLDEMP-STATUS NOT = '00'
000158         DISPLAY 'EMPCONV - EMPMAST OPEN STATUS '
000159             WS-OLDEMP-STATUS
000160         MOVE 'OLD 60-BYTE EMPMAST NOT AVAILABLE' TO
000161             WS-ABORT-MESSAGE
000162         PERFORM 9000-ABORT-RUN
000163             THRU 9000-EXIT
000164     END-IF.
000165     OPEN OUTPUT CONV-RPT-FILE.
000166     MOVE WS-RUN-MM TO CV-RUN-MM.
000167     MOVE WS-RUN-DD TO CV-RUN-DD.
000168     MOVE WS-RUN-YY TO CV-RUN-YY.
000169     WRITE CONV-REC FROM CONV-TITLE-LINE
000170         AFTER ADVANCING PAGE.
000171     WRITE CONV-REC FROM CONV-DATE-LINE
000172         AFTER ADVANCING 1 LINE.
000173 1000-EXIT.
000174     EXIT.
000175*
000176*****************************************************
000177* 2000-COPY-TO-WORK - FASE 1: LE O CADASTRO ANTIGO EM
000178* ORDEM DE CHAVE E GRAVA CADA FUNCIONARIO NO ARQUIVO
000179* DE TRABALHO NO FORMATO NOVO.
000180*****************************************************
000181 2000-COPY-TO-WORK.
000182     OPEN OUTPUT EMP-WORK-FILE.
000183     PERFORM 2100-READ-OLD-EMP
000184         THRU 2100-EXIT.
000185     PERFORM 2200-CONVERT-ONE-EMP
000186         THRU 2200-EXIT
000187         UNTIL OLD-EMP-FILE-EOF.
000188     CLOSE OLD-EMP-FILE.
000189     CLOSE EMP-WORK-FILE.
000190 2000-EXIT.
000191     EXIT.
000192*
000193*****************************************************
000194* 2100-READ-OLD-EMP - LE O PROXIMO FUNCIONARIO DO
000195* CADASTRO ANTIGO.
000196*****************************************************
000197 2100-READ-OLD-EMP.
000198     READ OLD-EMP-FILE
000199         AT END
000200             MOVE 'Y' TO WS-OLDEMP-EOF-SWITCH
000201         NOT AT END
000202             ADD 1 TO CNV-READ-COUNT
000203     END-READ.
000204 2100-EXIT.
000205     EXIT.
000206*
000207*****************************************************
000208* 2200-CONVERT-ONE-EMP - MONTA O REGISTRO NOVO COM OS
000209* 60 PRIMEIROS BYTES DO ANTIGO E EM-DEPENDENTS ZERO E
000210* GRAVA NO ARQUIVO DE TRABALHO.
000211*****************************************************
000212 2200-CONVERT-ONE-EMP.
000213     MOVE OLD-EMP-RECORD TO EMPLOYEE-RECORD.
000214     MOVE ZERO TO EM-DEPENDENTS.
000215     MOVE EMPLOYEE-RECORD TO EMP-WORK-RECORD.
000216     WRITE EMP-WORK-RECORD.
000217     ADD 1 TO CNV-WORK-COUNT.
000218     PERFORM 2100-READ-OLD-EMP
000219         THRU 2100-EXIT.
000220 2200-EXIT.
000221     EXIT.
000222*
000223*****************************************************
000224* 3000-REBUILD-MASTER - FASE 2: COM A COPIA COMPLETA,
000225* RECRIA O EMPMAST.DAT NO FORMATO NOVO A PARTIR DO
000226* ARQUIVO DE TRABALHO; COPIA INCOMPLETA ABORTA COM O
000227* CADASTRO ANTIGO INTACTO.
000228*****************************************************
000229 3000-REBUILD-MASTER.
000230     IF CNV-WORK-COUNT NOT = CNV-READ-COUNT
000231         MOVE 'WORK FILE EMPCONV INCOMPLETE' TO
000232             WS-ABORT-MESSAGE
000233         PERFORM 9000-ABORT-RUN
000234             THRU 9000-EXIT
000235     END-IF.
000236     OPEN INPUT EMP-WORK-FILE.
000237     OPEN OUTPUT EMP-FILE.
000238     IF WS-EMPMAST-STATUS NOT = '00'
000239         MOVE 'CANNOT CREATE NEW EMPMAST' TO
000240             WS-ABORT-MESSAGE
000241         PERFORM 9000-ABORT-RUN
000242             THRU 9000-EXIT
000243     END-IF.
000244     PERFORM 3100-READ-WORK
000245         THRU 3100-EXIT.
000246     PERFORM 3200-LOAD-ONE-EMP
000247         THRU 3200-EXIT
000248         UNTIL WORK-FILE-EOF.
000249     CLOSE EMP-WORK-FILE.
000250     CLOSE EMP-FILE.
000251 3000-EXIT.
000252     EXIT.
000253*
000254*****************************************************
000255* 3100-READ-WORK - LE O PROXIMO REGISTRO DO ARQUIVO DE
000256* TRABALHO.
000257*****************************************************
000258 3100-READ-WORK.
000259     READ EMP-WORK-FILE
000260         AT END
000261             MOVE 'Y' TO WS-WORK-EOF-SWITCH
000262     END-READ.
000263 3100-EXIT.
000264     EXIT.
000265*
000266*****************************************************
000267* 3200-LOAD-ONE-EMP - GRAVA UM FUNCIONARIO NO CADASTRO
000268* NOVO (O ARQUIVO DE TRABALHO JA VEM EM ORDEM DE
000269* CHAVE).
000270*****************************************************
000271 3200-LOAD-ONE-EMP.
000272     MOVE EMP-WORK-RECORD TO EMPLOYEE-RECORD.
000273     WRITE EMPLOYEE-RECORD
000274         INVALID KEY
000275             DISPLAY 'EMPCONV - EMPMAST WRITE FAILED FOR '
000276                 EM-EMP-ID
000277         NOT INVALID KEY
000278             ADD 1 TO CNV-WRITE-COUNT
000279     END-WRITE.
000280     PERFORM 3100-READ-WORK
000281         THRU 3100-EXIT.
000282 3200-EXIT.
000283     EXIT.
000284*
000285*****************************************************
000286* 8000-TERMINATE-RUN - IMPRIME AS CONTAGENS DE ENTRADA
000287* E SAIDA E RESUME O RUN NO CONSOLE; CADASTRO NOVO COM
000288* MENOS REGISTROS QUE O ANTIGO DEVOLVE RETURN-CODE 16
000289* E O EMPCONV.DAT DEVE SER GUARDADO PARA A RECARGA.
000290*****************************************************
000291 8000-TERMINATE-RUN.
000292     MOVE 'EMPLOYEES READ FROM OLD EMPMAST (60)' TO CC-TEXT.
000293     MOVE CNV-READ-COUNT TO CC-COUNT.
000294     WRITE CONV-REC FROM CONV-COUNT-LINE
000295         AFTER ADVANCING 2 LINES.
000296     MOVE 'EMPLOYEES COPIED TO WORK FILE EMPCONV' TO CC-TEXT.
000297     MOVE CNV-WORK-COUNT TO CC-COUNT.
000298     WRITE CONV-REC FROM CONV-COUNT-LINE
000299         AFTER ADVANCING 1 LINE.
000300     MOVE 'EMPLOYEES WRITTEN TO NEW EMPMAST (62)' TO CC-TEXT.
000301     MOVE CNV-WRITE-COUNT TO CC-COUNT.
000302     WRITE CONV-REC FROM CONV-COUNT-LINE
000303         AFTER ADVANCING 1 LINE.
000304     IF CNV-WRITE-COUNT = CNV-READ-COUNT
000305         MOVE '*** CONVERSION COMPLETE - COUNTS AGREE ***' TO
000306             CT-TEXT
000307         DISPLAY 'EMPCONV COMPLETE - EMPLOYEES IN: '
000308             CNV-READ-COUNT ' OUT: ' CNV-WRITE-COUNT
000309     ELSE
000310         MOVE '*** COUNTS DIFFER - KEEP EMPCONV.DAT ***' TO
000311             CT-TEXT
000312         DISPLAY 'EMPCONV - EMPLOYEES IN: ' CNV-READ-COUNT
000313             ' OUT: ' CNV-WRITE-COUNT
000314         DISPLAY 'EMPCONV - COUNTS DIFFER - KEEP EMPCONV.DAT'
000315         MOVE 16 TO RETURN-CODE
000316     END-IF.
000317     WRITE CONV-REC FROM CONV-TRAILER-LINE
000318         AFTER ADVANCING 2 LINES.
000319     CLOSE CONV-RPT-FILE.
000320 8000-EXIT.
000321     EXIT.
000322*
000323*****************************************************
000324* 9000-ABORT-RUN - ENCERRA O PROGRAMA COM ERRO GRAVE:
000325* MOSTRA A MENSAGEM NO CONSOLE DO OPERADOR E DEVOLVE
000326* RETURN-CODE 16.
000327*****************************************************
000328 9000-ABORT-RUN.
000329     DISPLAY 'EMPCONV *** RUN ABORTED *** '
000330         WS-ABORT-MESSAGE.
000331     MOVE 16 TO RETURN-CODE.
000332     STOP RUN.
000333 9000-EXIT.
000334     EXIT.
