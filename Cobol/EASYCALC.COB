000242*                  QUE AVISA COM RETURN-CODE 8 EM
000243*                  VEZ DE ABORTAR UM RUN QUE JA
000244*                  MOVIMENTOU DINHEIRO.
000245* 15/10/2026  RLH  O IMPOSTO RETIDO DEIXA DE SER A
000246*                  ALIQUOTA PLANA PAY-TAX-PCT E PASSA
000247*                  A SER CALCULADO PELA TABELA
000248*                  PROGRESSIVA COM VIGENCIA POR DATA
000249*                  TAXTBL.DAT (FAIXAS COM ALIQUOTA E
000250*                  PARCELA A DEDUZIR, DEDUCAO POR
000251*                  DEPENDENTE DO CADASTRO): O GROSS
000252*                  DE CADA REGISTRO, INCLUSIVE AJUSTE
000253*                  'A', E ANUALIZADO, TRIBUTADO NA
000254*                  FAIXA E DIVIDIDO DE VOLTA PELOS
000255*                  PERIODOS. SEM TAXTBL EM VIGOR VALE
000256*                  A ALIQUOTA PLANA COMO ANTES. A
000257*                  PAGINA DE PARAMETROS IMPRIME A
000258*                  VERSAO DA TABELA USADA. CADASTRO
000259*                  EMPMAST COM 62 POSICOES.
000260* 15/10/2026  RLH  INCLUIDO O RUN DE TESTE (TRIAL),
000261*                  ESCOLHIDO NO INICIO PELO OPERADOR
000262*                  (P=PAGAMENTO, T=TESTE): FAZ TODOS
000263*                  OS CALCULOS E RELATORIOS
000264*                  (REGISTRO, RECAPITULACAO E
000265*                  EXCECOES, TODAS AS PAGINAS
000266*                  CARIMBADAS TRIAL - NOT PAID) SEM
000267*                  ATUALIZAR YTDFILE, YTDJRNL,
000268*                  PAYHIST, PAIDBAT, CHKCTRL E
000269*                  DEDELECT E SEM GERAR BANKPAY,
000270*                  CHEQUES, LANCAMENTO CONTABIL OU
000271*                  DEMONSTRATIVOS; RECUSADO COM
000272*                  CHECKPOINT PENDENTE.
000273* 15/10/2026  RLH  LOTE FORA DE CICLO (9000-9999) DO
000274*                  OFFCYCLE NO PAIDBAT NAO CONTA COMO
000275*                  PERIODO ANTERIOR PAGO.
000276* 15/10/2026  RLH  TODO CHEQUE FISICO EMITIDO TAMBEM
000277*                  E GRAVADO NO CADASTRO DE CHEQUES
000278*                  CHKMAST.DAT (COPYBOOK CHKMREC), EM
000279*                  ABERTO, PARA A CONCILIACAO
000280*                  BANCARIA DO CHKRECON.
000281* 15/10/2026  RLH  NOVO REGISTRO 'L' (LICENCA TIRADA:
000282*                  CODIGO V/S E HORAS) NO HOURSIN,
000283*                  PAGO A HORA NORMAL E BAIXADO DO
000284*                  SALDO DE LICENCA LEAVBAL.DAT
000285*                  (COPYBOOK LEAVREC); LICENCA MAIOR
000286*                  QUE O SALDO E REJEITADA.
000287*                  ACUMULACAO DE FERIAS E LICENCA
000288*                  MEDICA UMA VEZ POR PERIODO PELA
000289*                  TABELA LEAVRATE.DAT (COPYBOOK
000290*                  LVRTREC) POR TEMPO DE CASA; SALDOS
000291*                  NO DEMONSTRATIVO.
000292* 15/10/2026  RLH  DISTRIBUICAO DE MAO-DE-OBRA POR
000293*                  CODIGO DE CUSTEIO
000294*                  (LABDIST/LABRPT), DEBITO DO GLPOST
000295*                  POR CODIGO
000296* 15/10/2026  RLH  HEADCOUNT (PESSOAS PAGAS) NO
000297*                  TRAILER DO REGISTRO E NO
000298*                  CHECKPOINT; TOTAL GROSS DO TRAILER
000299*                  ALARGADO. CONFERIDOS PELO PAYBAL
000300* 15/10/2026  RLH  CONTROLE DE EXECUCAO: O RUN DE
000301*                  FOLHA SO COMECA COM O HRSEDIT
000302*                  LIMPO E O HOURSIN SEM MUDANCA, OU
000303*                  COM LIBERACAO DO SUPERVISOR; GRAVA
000304*                  INICIO E FIM NO RUNCTL.DAT.
000305* 15/10/2026  RLH  A LIBERACAO DO CONTROLE DE
000306*                  EXECUCAO (9300) EXIGE A ENTRADA DE
000307*                  UM SUPERVISOR COM CODIGO E SENHA
000308*                  DO CADASTRO OPERFILE, COM BLOQUEIO
000309*                  APOS 3 FALHAS, E VAI TAMBEM PARA O
000310*                  LOG DE SEGURANCA SECLOG.DAT.
000311* 15/10/2026  RLH  O RUN DE TESTE GRAVA REGISTRO,
000312*                  EXCECOES, RECAPITULACAO E
000313*                  DISTRIBUICAO EM ARQUIVOS PROPRIOS
000314*                  (TRLREG, TRLEXCP, TRLRCP, TRLDIST,
000315*                  TRLDSRT E TRLLAB), SEM SOBREPOR OS
000316*                  DO ULTIMO RUN DE PAGAMENTO.
000317* 15/10/2026  RLH  HASH DO HOURSIN NO CONTROLE DE
000318*                  EXECUCAO PASSA A COBRIR TODAS AS
000319*                  POSICOES DE CADA REGISTRO.
000320* 15/10/2026  RLH  AJUSTE 'A' HERDA O RATEIO SOMADO
000321*                  DE TODOS OS DETALHES DO FUNCIONARIO
000322*                  NO LOTE; RATE ENTRA NA CHAVE DO
000323*                  SORT PARA JUNTAR OS DETALHES.
000324* 15/10/2026  RLH  NUMERO DE CHEQUE JA EXISTENTE NO
000325*                  CHKMAST ABORTA O RUN, SALVO A
000326*                  REEMISSAO DO MESMO CHEQUE NO
000327*                  REINICIO APOS QUEDA.
000328* 15/10/2026  RLH  IMPOSTO CALCULADO SOBRE O GROSS
000329*                  ACUMULADO DO FUNCIONARIO NO
000330*                  PERIODO/LOTE, CADA ITEM RETENDO SO
000331*                  A DIFERENCA; ACUMULADOS GUARDADOS
000332*                  NO CHECKPOINT (RESTART 584 -> 602).
000333* 15/10/2026  RLH  DETALHE COM CODIGO DE CUSTEIO JA NO
000334*                  ITEM SEMPRE JUNTA; 11O CODIGO NUM
000335*                  ITEM ABORTA O RUN.
000336* 15/10/2026  RLH  RUN DE TESTE GUARDA O ACUMULADO, O
000337*                  SALDO DE LICENCA E OS ATRASADOS DO
000338*                  FUNCIONARIO CORRENTE EM MEMORIA,
000339*                  PARA OS ITENS SEGUINTES DELE LEREM
000340*                  OS VALORES QUE O RUN REAL GRAVARIA.
000341*****************************************************
000342 ENVIRONMENT DIVISION.
000343 CONFIGURATION SECTION.
000344 SOURCE-COMPUTER. IBM-PS2.
000345 OBJECT-COMPUTER. IBM-PS2.
000346 INPUT-OUTPUT SECTION.
000347*
000348* HOURSIN TRAZ AS HORAS E O SALARIO-HORA DE CADA
000349* FUNCIONARIO. OUTFILE E O REGISTRO DE PAGAMENTO,
000350* GRAVADO EM DISCO PARA ARQUIVAMENTO E CONFERENCIA.
000351*
000352 FILE-CONTROL.
000353     SELECT HOURSIN ASSIGN TO "HOURSIN.DAT"
000354         ORGANIZATION IS SEQUENTIAL.
000355     SELECT OUTFILE ASSIGN TO "PAYREG.DAT"
000356         ORGANIZATION IS SEQUENTIAL
000357         FILE STATUS IS WS-OUTFILE-STATUS.
000358     SELECT RESTART-FILE ASSIGN TO "RESTART.DAT"
000359         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-RESTART-STATUS.
000361     SELECT YTD-FILE ASSIGN TO "YTDFILE.DAT"
000362         ORGANIZATION IS INDEXED
000363         ACCESS MODE IS DYNAMIC
000364         RECORD KEY IS YT-EMP-ID
000365         FILE STATUS IS WS-YTD-STATUS.
000366     SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.DAT"
000367         ORGANIZATION IS SEQUENTIAL
000368         FILE STATUS IS WS-EXCEPT-STATUS.
000369     SELECT EMP-FILE ASSIGN TO "EMPMAST.DAT"
000370         ORGANIZATION IS INDEXED
000371         ACCESS MODE IS DYNAMIC
000372         RECORD KEY IS EM-EMP-ID
000373         FILE STATUS IS WS-EMPMAST-STATUS.
000374     SELECT SORT-FILE ASSIGN TO "SORTWK".
000375     SELECT HOURS-SORTED ASSIGN TO "HRSORT.DAT"
000376         ORGANIZATION IS SEQUENTIAL
000377         FILE STATUS IS WS-SORTED-STATUS.
000378     SELECT DEPT-RECAP-FILE ASSIGN TO "DEPTRCP.DAT"
000379         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-RECAP-STATUS.
000381     SELECT PARM-FILE ASSIGN TO "PAYPARM.DAT"
000382         ORGANIZATION IS SEQUENTIAL
000383         FILE STATUS IS WS-PARM-STATUS.
000384     SELECT BANK-FILE ASSIGN TO "BANKPAY.DAT"
000385         ORGANIZATION IS SEQUENTIAL
000386         FILE STATUS IS WS-BANK-STATUS.
000387     SELECT STUB-FILE ASSIGN TO "PAYSTUB.DAT"
000388         ORGANIZATION IS SEQUENTIAL
000389         FILE STATUS IS WS-STUB-STATUS.
000390     SELECT PAID-BATCH-FILE ASSIGN TO "PAIDBAT.DAT"
000391         ORGANIZATION IS SEQUENTIAL
000392         FILE STATUS IS WS-PAIDBAT-STATUS.
000393     SELECT JOURNAL-FILE ASSIGN TO "YTDJRNL.DAT"
000394         ORGANIZATION IS SEQUENTIAL
000395         FILE STATUS IS WS-JOURNAL-STATUS.
000396     SELECT DED-FILE ASSIGN TO "DEDELECT.DAT"
000397         ORGANIZATION IS INDEXED
000398         ACCESS MODE IS DYNAMIC
000399         RECORD KEY IS DE-KEY
000400         FILE STATUS IS WS-DED-STATUS.
000401     SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
000402         ORGANIZATION IS SEQUENTIAL
000403         FILE STATUS IS WS-GLMAP-STATUS.
000404     SELECT GL-POST-FILE ASSIGN TO "GLPOST.DAT"
000405         ORGANIZATION IS SEQUENTIAL
000406         FILE STATUS IS WS-GLPOST-STATUS.
000407     SELECT CAL-FILE ASSIGN TO "PAYCAL.DAT"
000408         ORGANIZATION IS SEQUENTIAL
000409         FILE STATUS IS WS-CAL-STATUS.
000410     SELECT CHECK-CTL-FILE ASSIGN TO "CHKCTRL.DAT"
000411         ORGANIZATION IS SEQUENTIAL
000412         FILE STATUS IS WS-CHKCTL-STATUS.
000413     SELECT CHECK-PRINT-FILE ASSIGN TO "PAYCHKS.DAT"
000414         ORGANIZATION IS SEQUENTIAL
000415         FILE STATUS IS WS-CHKPRT-STATUS.
000416     SELECT CHECK-REG-FILE ASSIGN TO "CHKREG.DAT"
000417         ORGANIZATION IS SEQUENTIAL
000418         FILE STATUS IS WS-CHKREG-STATUS.
000419     SELECT HIST-FILE ASSIGN TO "PAYHIST.DAT"
000420         ORGANIZATION IS INDEXED
000421         ACCESS MODE IS DYNAMIC
000422         RECORD KEY IS PH-KEY
000423         FILE STATUS IS WS-HIST-STATUS.
000424     SELECT TAX-TABLE-FILE ASSIGN TO "TAXTBL.DAT"
000425         ORGANIZATION IS SEQUENTIAL
000426         FILE STATUS IS WS-TAXTBL-STATUS.
000427     SELECT CHECK-MAST-FILE ASSIGN TO "CHKMAST.DAT"
000428         ORGANIZATION IS INDEXED
000429         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CM-CHECK-NO
000431         FILE STATUS IS WS-CHKMAST-STATUS.
000432     SELECT LEAVE-FILE ASSIGN TO "LEAVBAL.DAT"
000433         ORGANIZATION IS INDEXED
000434         ACCESS MODE IS DYNAMIC
000435         RECORD KEY IS LV-EMP-ID
000436         FILE STATUS IS WS-LEAVE-STATUS.
000437     SELECT LEAVE-RATE-FILE ASSIGN TO "LEAVRATE.DAT"
000438         ORGANIZATION IS SEQUENTIAL
000439         FILE STATUS IS WS-LVRATE-STATUS.
000440     SELECT LABOR-DIST-FILE ASSIGN TO "LABDIST.DAT"
000441         ORGANIZATION IS SEQUENTIAL
000442         FILE STATUS IS WS-LABDIST-STATUS.
000443     SELECT LABOR-SORT-FILE ASSIGN TO "LABSRTWK".
000444     SELECT LABOR-SORTED-FILE ASSIGN TO "LABSORT.DAT"
000445         ORGANIZATION IS SEQUENTIAL
000446         FILE STATUS IS WS-LABSORT-STATUS.
000447     SELECT LABOR-RPT-FILE ASSIGN TO "LABRPT.DAT"
000448         ORGANIZATION IS SEQUENTIAL
000449         FILE STATUS IS WS-LABRPT-STATUS.
000450     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000451         ORGANIZATION IS SEQUENTIAL
000452         FILE STATUS IS WS-RUNCTL-STATUS.
000453     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE.DAT"
000454         ORGANIZATION IS INDEXED
000455         ACCESS MODE IS DYNAMIC
000456         RECORD KEY IS OP-OPER-ID
000457         FILE STATUS IS WS-OPERFILE-STATUS.
000458     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
000459         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-SECLOG-STATUS.
000461     SELECT TRIAL-OUTFILE ASSIGN TO "TRLREG.DAT"
000462         ORGANIZATION IS SEQUENTIAL
000463         FILE STATUS IS WS-TRLREG-STATUS.
000464     SELECT TRIAL-EXCEPT-FILE ASSIGN TO "TRLEXCP.DAT"
000465         ORGANIZATION IS SEQUENTIAL
000466         FILE STATUS IS WS-TRLEXCP-STATUS.
000467     SELECT TRIAL-RECAP-FILE ASSIGN TO "TRLRCP.DAT"
000468         ORGANIZATION IS SEQUENTIAL
000469         FILE STATUS IS WS-TRLRCP-STATUS.
000470     SELECT TRIAL-LABDIST-FILE ASSIGN TO "TRLDIST.DAT"
000471         ORGANIZATION IS SEQUENTIAL
000472         FILE STATUS IS WS-TRLDIST-STATUS.
000473     SELECT TRIAL-LABSORT-FILE ASSIGN TO "TRLDSRT.DAT"
000474         ORGANIZATION IS SEQUENTIAL
000475         FILE STATUS IS WS-TRLDSRT-STATUS.
000476     SELECT TRIAL-LABRPT-FILE ASSIGN TO "TRLLAB.DAT"
000477         ORGANIZATION IS SEQUENTIAL
000478         FILE STATUS IS WS-TRLLAB-STATUS.
000479*
000480* O RUN DE TESTE GRAVA OS RELATORIOS E OS ARQUIVOS DE
000481* TRABALHO DE RECAPITULACAO E DE DISTRIBUICAO NOS
000482* ARQUIVOS TRIAL-, SOBRE A MESMA AREA DE REGISTRO DOS
000483* ARQUIVOS DO RUN DE PAGAMENTO, QUE FICAM INTACTOS.
000484*
000485 I-O-CONTROL.
000486     SAME RECORD AREA FOR DEPT-RECAP-FILE TRIAL-RECAP-FILE
000487     SAME RECORD AREA FOR LABOR-DIST-FILE TRIAL-LABDIST-FILE
000488     SAME RECORD AREA FOR LABOR-SORTED-FILE
000489         TRIAL-LABSORT-FILE.
000490 DATA DIVISION.
000491 FILE SECTION.
000492 FD  HOURSIN
000493     LABEL RECORDS ARE STANDARD
000494     RECORD CONTAINS 19 CHARACTERS.
000495 01  HOURSIN-RECORD.
000496     02  HR-REC-TYPE        PIC X(01).
000497         88  HOURS-HEADER-REC          VALUE 'H'.
000498         88  HOURS-DETAIL-REC          VALUE 'D'.
000499         88  HOURS-ADJUST-REC          VALUE 'A'.
000500         88  HOURS-LEAVE-REC           VALUE 'L'.
000501         88  HOURS-TRAILER-REC         VALUE 'T'.
000502     02  HR-REC-BODY.
000503         03  HR-EMP-ID      PIC X(05).
000504         03  HR-RATE        PIC S9999.
000505         03  HR-HOURS       PIC S99.
000506         03  HR-ADJ-AMOUNT  PIC S9(5)V99.
000507     02  HR-HEADER-BODY REDEFINES HR-REC-BODY.
000508         03  HB-PERIOD-END  PIC 9(06).
000509         03  HB-BATCH-NO    PIC 9(04).
000510         03  FILLER         PIC X(08).
000511     02  HR-TRAILER-BODY REDEFINES HR-REC-BODY.
000512         03  HT-RECORD-COUNT PIC 9(05).
000513         03  HT-HASH-HOURS  PIC S9(05).
000514         03  FILLER         PIC X(08).
000515     02  HR-DETAIL-BODY REDEFINES HR-REC-BODY.
000516         03  FILLER         PIC X(11).
000517         03  HD-CHARGE-CODE PIC X(04).
000518             88  HD-NO-CHARGE-CODE     VALUE SPACES '0000'.
000519         03  FILLER         PIC X(03).
000520     02  HR-LEAVE-BODY REDEFINES HR-REC-BODY.
000521         03  FILLER         PIC X(11).
000522         03  HL-LEAVE-AREA.
000523             04  HL-LEAVE-CODE PIC X(01).
000524             04  FILLER     PIC X(06).
000525 FD  OUTFILE
000526     LABEL RECORDS ARE STANDARD
000527     RECORD CONTAINS 132 CHARACTERS.
000528 01  OUT-REC                PIC X(132).
000529 FD  RESTART-FILE
000530     LABEL RECORDS ARE STANDARD
000531     RECORD CONTAINS 602 CHARACTERS.
000532 01  RESTART-RECORD.
000533     02  RS-LAST-EMP-ID     PIC X(05).
000534     02  RS-EMP-COUNT       PIC S9(5)  COMP.
000535     02  RS-TOTAL-GROSS     PIC S9(7)V99.
000536     02  RS-PAGE-NUMBER     PIC S9(3)  COMP.
000537     02  RS-LINE-COUNT      PIC S9(3)  COMP.
000538     02  RS-CURR-DEPT       PIC X(04).
000539     02  RS-DEPT-SWITCH     PIC X(01).
000540     02  RS-DEPT-EMP-COUNT  PIC S9(5)  COMP.
000541     02  RS-DEPT-GROSS      PIC S9(7)V99.
000542     02  RS-DEPT-OT-PAY     PIC S9(7)V99.
000543     02  RS-DEPT-NET        PIC S9(7)V99.
000544     02  RS-TOTAL-NET       PIC S9(9)V99.
000545     02  RS-BANK-COUNT      PIC S9(5)  COMP.
000546     02  RS-RECORD-ORDINAL  PIC S9(5)  COMP.
000547     02  RS-TOTAL-TAX       PIC S9(9)V99.
000548     02  RS-TOTAL-DEDS      PIC S9(9)V99.
000549     02  RS-BANK-NET        PIC S9(9)V99.
000550     02  RS-CHECK-COUNT     PIC S9(5)  COMP.
000551     02  RS-CHECK-NET       PIC S9(9)V99.
000552     02  RS-NEXT-CHECK-NO   PIC 9(08).
000553     02  RS-BATCH-COUNT     PIC S9(3)  COMP.
000554     02  RS-BATCH-ENTRY OCCURS 10 TIMES.
000555         03  RS-BA-PERIOD-END PIC 9(06).
000556         03  RS-BA-BATCH-NO PIC 9(04).
000557         03  RS-BA-PERIOD-NO PIC 9(02).
000558         03  RS-BA-EMP-COUNT PIC S9(5) COMP.
000559         03  RS-BA-HOURS    PIC S9(5)V99.
000560         03  RS-BA-GROSS    PIC S9(7)V99.
000561         03  RS-BA-NET      PIC S9(9)V99.
000562     02  RS-HEAD-COUNT      PIC S9(5)  COMP.
000563     02  RS-HEAD-KEY        PIC X(15).
000564     02  RS-TAX-HEAD-GROSS  PIC S9(7)V99.
000565     02  RS-TAX-HEAD-WITHHELD PIC S9(7)V99.
000566 FD  YTD-FILE
000567     LABEL RECORDS ARE STANDARD
000568     RECORD CONTAINS 28 CHARACTERS.
000569 COPY YTDREC.
000570 FD  EXCEPTION-FILE
000571     LABEL RECORDS ARE STANDARD
000572     RECORD CONTAINS 87 CHARACTERS.
000573 01  EXCEPT-REC             PIC X(87).
000574 FD  EMP-FILE
000575     LABEL RECORDS ARE STANDARD
000576     RECORD CONTAINS 62 CHARACTERS.
000577 COPY EMPREC.
000578 SD  SORT-FILE.
000579 01  SORT-RECORD.
000580     02  SR-DEPT            PIC X(04).
000581     02  SR-EMP-ID          PIC X(05).
000582     02  SR-REC-TYPE        PIC X(01).
000583     02  SR-RATE            PIC S9999.
000584     02  SR-HOURS           PIC S99.
000585     02  SR-ADJ-AMOUNT      PIC S9(5)V99.
000586     02  SR-LEAVE-AREA REDEFINES SR-ADJ-AMOUNT.
000587         03  SR-LEAVE-CODE  PIC X(01).
000588         03  FILLER         PIC X(06).
000589     02  SR-CHARGE-AREA REDEFINES SR-ADJ-AMOUNT.
000590         03  SR-CHARGE-CODE PIC X(04).
000591         03  SR-CHARGE-TYPE PIC X(01).
000592         03  FILLER         PIC X(02).
000593     02  SR-PERIOD-END      PIC 9(06).
000594     02  SR-BATCH-NO        PIC 9(04).
000595*
000596*****************************************************
000597* HRSORT - HORAS CLASSIFICADAS, UM REGISTRO POR ITEM
000598* DE PAGAMENTO: OS DETALHES 'D' DO MESMO FUNCIONARIO,
000599* LOTE E RATE SAO SOMADOS NUM SO REGISTRO PELA 1340,
000600* QUE GUARDA AS HORAS DE CADA CODIGO DE CUSTEIO NA
000601* TABELA DE RATEIO ('D' = DEPARTAMENTO, 'P' = CODIGO
000602* DE CUSTEIO DO GLMAP); O AJUSTE 'A' LEVA O RATEIO DO
000603* DETALHE DO MESMO LOTE, E A LICENCA 'L' E O AJUSTE
000604* SEM DETALHE FICAM SEM RATEIO (DEPARTAMENTO DE
000605* ORIGEM).
000606*****************************************************
000607 FD  HOURS-SORTED
000608     LABEL RECORDS ARE STANDARD
000609     RECORD CONTAINS 116 CHARACTERS.
000610 01  SORTED-HOURS-RECORD.
000611     02  HS-DEPT            PIC X(04).
000612     02  HS-EMP-ID          PIC X(05).
000613     02  HS-REC-TYPE        PIC X(01).
000614     02  HS-RATE            PIC S9999.
000615     02  HS-HOURS           PIC S9(3).
000616     02  HS-ADJ-AMOUNT      PIC S9(5)V99.
000617     02  HS-LEAVE-AREA REDEFINES HS-ADJ-AMOUNT.
000618         03  HS-LEAVE-CODE  PIC X(01).
000619         03  FILLER         PIC X(06).
000620     02  HS-PERIOD-END      PIC 9(06).
000621     02  HS-BATCH-NO        PIC 9(04).
000622     02  HS-SPLIT-AREA.
000623         03  HS-SPLIT-COUNT PIC 9(02).
000624         03  HS-SPLIT-ENTRY OCCURS 10 TIMES.
000625             04  HS-SPLIT-TYPE  PIC X(01).
000626             04  HS-SPLIT-CODE  PIC X(04).
000627             04  HS-SPLIT-HOURS PIC S9(3).
000628 FD  DEPT-RECAP-FILE
000629     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 36 CHARACTERS.
000631 01  DEPT-RECAP-RECORD.
000632     02  DR-DEPT            PIC X(04).
000633     02  DR-EMP-COUNT       PIC S9(5).
000634     02  DR-GROSS           PIC S9(7)V99.
000635     02  DR-OT-PAY          PIC S9(7)V99.
000636     02  DR-NET             PIC S9(7)V99.
000637 FD  PARM-FILE
000638     LABEL RECORDS ARE STANDARD
000639     RECORD CONTAINS 38 CHARACTERS.
000640 01  PARM-RECORD.
000641     02  PM-EFFECTIVE-DATE  PIC 9(06).
000642     02  PM-TAX-PCT         PIC 9(3)V99.
000643     02  PM-BENEFITS-DEDUCT PIC 9(3)V99.
000644     02  PM-OT-FACTOR       PIC 9V99.
000645     02  PM-MAX-RATE        PIC 9(04).
000646     02  PM-MAX-HOURS       PIC 9(02).
000647     02  PM-MAX-REG-HOURS   PIC 9(02).
000648     02  PM-VARIANCE-PCT    PIC 9(3)V99.
000649     02  PM-PAGE-SIZE       PIC 9(03).
000650     02  PM-CHECKPOINT-INTERVAL PIC 9(03).
000651 FD  BANK-FILE
000652     LABEL RECORDS ARE STANDARD
000653     RECORD CONTAINS 33 CHARACTERS.
000654 01  BANK-REC               PIC X(33).
000655 FD  STUB-FILE
000656     LABEL RECORDS ARE STANDARD
000657     RECORD CONTAINS 80 CHARACTERS.
000658 01  STUB-REC               PIC X(80).
000659 FD  PAID-BATCH-FILE
000660     LABEL RECORDS ARE STANDARD
000661     RECORD CONTAINS 10 CHARACTERS.
000662 01  PAID-BATCH-RECORD.
000663     02  PB-PERIOD-END      PIC 9(06).
000664     02  PB-BATCH-NO        PIC 9(04).
000665 FD  JOURNAL-FILE
000666     LABEL RECORDS ARE STANDARD
000667     RECORD CONTAINS 68 CHARACTERS.
000668 COPY JRNREC.
000669*
000670*****************************************************
000671* DEDELECT - ELEICOES DE DESCONTO POR FUNCIONARIO,
000672* INDEXADO POR FUNCIONARIO + PRIORIDADE: CODIGO E
000673* DESCRICAO DO DESCONTO, METODO VALOR ('A') OU
000674* PERCENTUAL DO GROSS ('P'), DATA DE PARADA (ZERO =
000675* SEM PARADA) E, PARA PENSAO JUDICIAL E AFINS
000676* (DE-ARREARS-SW 'Y'), O SALDO DE ATRASADOS QUE PASSA
000677* DE UM RUN PARA O OUTRO QUANDO O LIQUIDO NAO COMPORTA
000678* O DESCONTO INTEIRO.
000679*****************************************************
000680 FD  DED-FILE
000681     LABEL RECORDS ARE STANDARD
000682     RECORD CONTAINS 58 CHARACTERS.
000683 01  DEDUCT-RECORD.
000684     02  DE-KEY.
000685         03  DE-EMP-ID      PIC X(05).
000686         03  DE-PRIORITY    PIC 9(02).
000687     02  DE-DED-CODE        PIC X(02).
000688     02  DE-DESC            PIC X(20).
000689     02  DE-METHOD          PIC X(01).
000690         88  DED-METHOD-AMOUNT         VALUE 'A'.
000691         88  DED-METHOD-PERCENT        VALUE 'P'.
000692     02  DE-AMOUNT          PIC 9(5)V99.
000693     02  DE-PCT             PIC 9(3)V99.
000694     02  DE-STOP-DATE       PIC 9(06).
000695     02  DE-ARREARS-SW      PIC X(01).
000696         88  DED-CARRIES-ARREARS       VALUE 'Y'.
000697     02  DE-ARREARS-BAL     PIC S9(7)V99.
000698*
000699*****************************************************
000700* GLMAP - DE-PARA DE CONTABILIZACAO, MANTIDO A MAO
000701* COMO O PAYPARM: ENTRADAS 'D' MAPEIAM DEPARTAMENTO
000702* PARA A CONTA DE DESPESA DE SALARIOS E ENTRADAS 'P'
000703* MAPEIAM CODIGO DE CUSTEIO (PROJETO) PARA A CONTA DE
000704* DESPESA PROPRIA, NO MESMO CAMPO GM-DEPT; AS ENTRADAS
000705* 'T' (IMPOSTO RETIDO), 'B' (DESCONTOS/BENEFICIOS A
000706* RECOLHER) E 'C' (CONTA PONTE DE FOLHA) TRAZEM AS
000707* CONTAS DE CREDITO DO LANCAMENTO.
000708*****************************************************
000709 FD  GL-MAP-FILE
000710     LABEL RECORDS ARE STANDARD
000711     RECORD CONTAINS 33 CHARACTERS.
000712 01  GL-MAP-RECORD.
000713     02  GM-TYPE            PIC X(01).
000714         88  GLMAP-DEPT-ENTRY          VALUE 'D'.
000715         88  GLMAP-CHARGE-ENTRY        VALUE 'P'.
000716         88  GLMAP-TAX-ENTRY           VALUE 'T'.
000717         88  GLMAP-BENEFITS-ENTRY      VALUE 'B'.
000718         88  GLMAP-CLEARING-ENTRY      VALUE 'C'.
000719     02  GM-DEPT            PIC X(04).
000720     02  GM-ACCOUNT         PIC X(08).
000721     02  GM-DESC            PIC X(20).
000722 FD  GL-POST-FILE
000723     LABEL RECORDS ARE STANDARD
000724     RECORD CONTAINS 46 CHARACTERS.
000725 01  GL-POST-RECORD.
000726     02  GP-RUN-DATE        PIC 9(06).
000727     02  GP-ACCOUNT         PIC X(08).
000728     02  GP-DR-CR           PIC X(01).
000729     02  GP-AMOUNT          PIC S9(9)V99.
000730     02  GP-DESC            PIC X(20).
000731*
000732*****************************************************
000733* PAYCAL - CALENDARIO DE PERIODOS DE FOLHA DO ANO,
000734* MANTIDO A MAO: ANO DE QUATRO DIGITOS, NUMERO DO
000735* PERIODO, DATA DE FIM DE PERIODO (AAMMDD, COMO NO
000736* HEADER DO HOURSIN) E DATA DE PAGAMENTO.
000737*****************************************************
000738 FD  CAL-FILE
000739     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 18 CHARACTERS.
000741 01  CALENDAR-RECORD.
000742     02  CA-YEAR            PIC 9(04).
000743     02  CA-PERIOD-NO       PIC 9(02).
000744     02  CA-PERIOD-END      PIC 9(06).
000745     02  CA-PAY-DATE        PIC 9(06).
000746*
000747*****************************************************
000748* CHKCTRL - REGISTRO UNICO DE CONTROLE COM O PROXIMO
000749* NUMERO DE CHEQUE A EMITIR, PERSISTENTE ENTRE RUNS.
000750*****************************************************
000751 FD  CHECK-CTL-FILE
000752     LABEL RECORDS ARE STANDARD
000753     RECORD CONTAINS 8 CHARACTERS.
000754 01  CHECK-CTL-RECORD.
000755     02  CK-NEXT-CHECK-NO   PIC 9(08).
000756 FD  CHECK-PRINT-FILE
000757     LABEL RECORDS ARE STANDARD
000758     RECORD CONTAINS 80 CHARACTERS.
000759 01  CHECK-REC              PIC X(80).
000760 FD  CHECK-REG-FILE
000761     LABEL RECORDS ARE STANDARD
000762     RECORD CONTAINS 132 CHARACTERS.
000763 01  CHKREG-REC             PIC X(132).
000764 FD  HIST-FILE
000765     LABEL RECORDS ARE STANDARD
000766     RECORD CONTAINS 52 CHARACTERS.
000767 COPY HISTREC.
000768 FD  CHECK-MAST-FILE
000769     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 100 CHARACTERS.
000771 COPY CHKMREC.
000772 FD  LEAVE-FILE
000773     LABEL RECORDS ARE STANDARD
000774     RECORD CONTAINS 40 CHARACTERS.
000775 COPY LEAVREC.
000776 FD  LEAVE-RATE-FILE
000777     LABEL RECORDS ARE STANDARD
000778     RECORD CONTAINS 30 CHARACTERS.
000779 COPY LVRTREC.
000780*
000781*****************************************************
000782* LABDIST - ARQUIVO DE TRABALHO DA DISTRIBUICAO DE
000783* MAO-DE-OBRA: UMA LINHA POR CODIGO DE CUSTEIO DE
000784* CADA ITEM PAGO (3370), COM AS HORAS E A PARTE DO
000785* GROSS RATEADA PELAS HORAS; CLASSIFICADO NO FIM DO
000786* RUN POR CODIGO DE CUSTEIO PARA O RELATORIO LABRPT E
000787* PARA OS DEBITOS DO LANCAMENTO CONTABIL.
000788*****************************************************
000789 FD  LABOR-DIST-FILE
000790     LABEL RECORDS ARE STANDARD
000791     RECORD CONTAINS 56 CHARACTERS.
000792 01  LABOR-DIST-RECORD.
000793     02  LD-CHARGE-TYPE     PIC X(01).
000794     02  LD-CHARGE-CODE     PIC X(04).
000795     02  LD-EMP-ID          PIC X(05).
000796     02  LD-EMP-NAME        PIC X(20).
000797     02  LD-HOME-DEPT       PIC X(04).
000798     02  LD-PERIOD-END      PIC 9(06).
000799     02  LD-BATCH-NO        PIC 9(04).
000800     02  LD-HOURS           PIC S9(3).
000801     02  LD-AMOUNT          PIC S9(5)V99.
000802     02  FILLER             PIC X(02).
000803 SD  LABOR-SORT-FILE.
000804 01  LABOR-SORT-RECORD.
000805     02  LW-CHARGE-TYPE     PIC X(01).
000806     02  LW-CHARGE-CODE     PIC X(04).
000807     02  LW-EMP-ID          PIC X(05).
000808     02  FILLER             PIC X(46).
000809 FD  LABOR-SORTED-FILE
000810     LABEL RECORDS ARE STANDARD
000811     RECORD CONTAINS 56 CHARACTERS.
000812 01  LABOR-SORTED-RECORD.
000813     02  LS-CHARGE-TYPE     PIC X(01).
000814     02  LS-CHARGE-CODE     PIC X(04).
000815     02  LS-EMP-ID          PIC X(05).
000816     02  LS-EMP-NAME        PIC X(20).
000817     02  LS-HOME-DEPT       PIC X(04).
000818     02  LS-PERIOD-END      PIC 9(06).
000819     02  LS-BATCH-NO        PIC 9(04).
000820     02  LS-HOURS           PIC S9(3).
000821     02  LS-AMOUNT          PIC S9(5)V99.
000822     02  FILLER             PIC X(02).
000823 FD  LABOR-RPT-FILE
000824     LABEL RECORDS ARE STANDARD
000825     RECORD CONTAINS 132 CHARACTERS.
000826 01  LABOR-RPT-REC          PIC X(132).
000827*
000828*****************************************************
000829* ARQUIVOS DO RUN DE TESTE: REGISTRO TRLREG, EXCECOES
000830* TRLEXCP, RECAPITULACAO TRLRCP, DISTRIBUICAO TRLDIST
000831* E TRLDSRT E RELATORIO DE DISTRIBUICAO TRLLAB, COM O
000832* MESMO LAYOUT DOS ARQUIVOS DO RUN DE PAGAMENTO.
000833*****************************************************
000834 FD  TRIAL-OUTFILE
000835     LABEL RECORDS ARE STANDARD
000836     RECORD CONTAINS 132 CHARACTERS.
000837 01  TRIAL-OUT-REC          PIC X(132).
000838 FD  TRIAL-EXCEPT-FILE
000839     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 87 CHARACTERS.
000841 01  TRIAL-EXCEPT-REC       PIC X(87).
000842 FD  TRIAL-RECAP-FILE
000843     LABEL RECORDS ARE STANDARD
000844     RECORD CONTAINS 36 CHARACTERS.
000845 01  TRIAL-RECAP-REC        PIC X(36).
000846 FD  TRIAL-LABDIST-FILE
000847     LABEL RECORDS ARE STANDARD
000848     RECORD CONTAINS 56 CHARACTERS.
000849 01  TRIAL-LABDIST-REC      PIC X(56).
000850 FD  TRIAL-LABSORT-FILE
000851     LABEL RECORDS ARE STANDARD
000852     RECORD CONTAINS 56 CHARACTERS.
000853 01  TRIAL-LABSORT-REC      PIC X(56).
000854 FD  TRIAL-LABRPT-FILE
000855     LABEL RECORDS ARE STANDARD
000856     RECORD CONTAINS 132 CHARACTERS.
000857 01  TRIAL-LABRPT-REC       PIC X(132).
000858*
000859*****************************************************
000860* TAXTBL - TABELA PROGRESSIVA DE RETENCAO DE IMPOSTO,
000861* MANTIDA A MAO COMO O PAYPARM E COM VIGENCIA POR
000862* DATA: CADA VERSAO DA TABELA E UM REGISTRO 'H'
000863* (NOME DA VERSAO, DEDUCAO ANUAL POR DEPENDENTE E
000864* PERIODOS DE PAGAMENTO NO ANO) MAIS UM REGISTRO 'B'
000865* POR FAIXA, TODOS COM A MESMA DATA DE VIGENCIA. A
000866* FAIXA TRAZ O PISO ANUAL DA RENDA TRIBUTAVEL, A
000867* ALIQUOTA E A PARCELA ANUAL A DEDUZIR.
000868*****************************************************
000869 FD  TAX-TABLE-FILE
000870     LABEL RECORDS ARE STANDARD
000871     RECORD CONTAINS 40 CHARACTERS.
000872 01  TAX-TABLE-RECORD.
000873     02  TX-REC-TYPE        PIC X(01).
000874         88  TAXTBL-HEADER-REC         VALUE 'H'.
000875         88  TAXTBL-BRACKET-REC        VALUE 'B'.
000876     02  TX-EFFECTIVE-DATE  PIC 9(06).
000877     02  TX-REC-BODY.
000878         03  TX-TABLE-VERSION PIC X(08).
000879         03  TX-DEPENDENT-ALLOW PIC 9(5)V99.
000880         03  TX-PERIODS-PER-YEAR PIC 9(02).
000881         03  FILLER         PIC X(16).
000882     02  TX-BRACKET-BODY REDEFINES TX-REC-BODY.
000883         03  TX-BRACKET-FLOOR PIC 9(7)V99.
000884         03  TX-BRACKET-RATE PIC 9(3)V99.
000885         03  TX-BRACKET-DEDUCT PIC 9(7)V99.
000886         03  FILLER         PIC X(10).
000887*
000888*****************************************************
000889* RUNCTL - CONTROLE DE EXECUCAO DA CADEIA DE FOLHA,
000890* LIDO PARA CONFERIR O HRSEDIT E ACRESCIDO COM O
000891* INICIO E O FIM DESTE RUN.
000892*****************************************************
000893 FD  RUN-CONTROL-FILE
000894     LABEL RECORDS ARE STANDARD
000895     RECORD CONTAINS 126 CHARACTERS.
000896 COPY RUNCREC.
000897*
000898*****************************************************
000899* SEGURANCA: CADASTRO DE OPERADORES (OPERFILE.DAT) E
000900* LOG DE SEGURANCA (SECLOG.DAT).
000901*****************************************************
000902 FD  OPERATOR-FILE
000903     LABEL RECORDS ARE STANDARD
000904     RECORD CONTAINS 60 CHARACTERS.
000905 COPY OPERREC.
000906 FD  SECURITY-LOG-FILE
000907     LABEL RECORDS ARE STANDARD
000908     RECORD CONTAINS 80 CHARACTERS.
000909 COPY SECLREC.
000910 WORKING-STORAGE SECTION.
000911 01  WS-SWITCHES.
000912     02  WS-EOF-SWITCH      PIC X(01)  VALUE 'N'.
000913         88  HOURSIN-EOF               VALUE 'Y'.
000914     02  WS-VALID-SWITCH    PIC X(01)  VALUE 'Y'.
000915         88  PAY-RECORD-VALID          VALUE 'Y'.
000916         88  PAY-RECORD-INVALID        VALUE 'N'.
000917     02  WS-RESTART-SWITCH  PIC X(01)  VALUE 'N'.
000918         88  RESTART-FILE-FOUND        VALUE 'Y'.
000919     02  WS-RESTART-EOF-SWITCH PIC X(01) VALUE 'N'.
000920         88  RESTART-FILE-EOF          VALUE 'Y'.
000921     02  WS-YTD-FOUND-SWITCH   PIC X(01) VALUE 'N'.
000922         88  YTD-RECORD-FOUND          VALUE 'Y'.
000923         88  YTD-RECORD-NOT-FOUND      VALUE 'N'.
000924     02  WS-EMP-FOUND-SWITCH   PIC X(01) VALUE 'N'.
000925         88  EMP-RECORD-FOUND          VALUE 'Y'.
000926         88  EMP-RECORD-NOT-FOUND      VALUE 'N'.
000927     02  WS-DEPT-SWITCH        PIC X(01) VALUE 'N'.
000928         88  DEPT-IN-PROGRESS          VALUE 'Y'.
000929     02  WS-RECAP-EOF-SWITCH   PIC X(01) VALUE 'N'.
000930         88  RECAP-FILE-EOF            VALUE 'Y'.
000931     02  WS-PARM-EOF-SWITCH    PIC X(01) VALUE 'N'.
000932         88  PARM-FILE-EOF             VALUE 'Y'.
000933     02  WS-PARM-USED-SWITCH   PIC X(01) VALUE 'N'.
000934         88  PARM-FILE-USED            VALUE 'Y'.
000935     02  WS-PAIDBAT-EOF-SWITCH PIC X(01) VALUE 'N'.
000936         88  PAIDBAT-FILE-EOF          VALUE 'Y'.
000937     02  WS-TRAILER-SEEN-SWITCH PIC X(01) VALUE 'N'.
000938         88  BATCH-TRAILER-SEEN        VALUE 'Y'.
000939     02  WS-DED-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000940         88  DED-FILE-AVAILABLE        VALUE 'Y'.
000941     02  WS-DED-EOF-SWITCH     PIC X(01) VALUE 'N'.
000942         88  DED-LIST-DONE             VALUE 'Y'.
000943     02  WS-DED-FOUND-SWITCH   PIC X(01) VALUE 'N'.
000944         88  DED-ELECTIONS-FOUND       VALUE 'Y'.
000945     02  WS-HIST-FOUND-SWITCH  PIC X(01) VALUE 'N'.
000946         88  HIST-RECORD-FOUND         VALUE 'Y'.
000947         88  HIST-RECORD-NOT-FOUND     VALUE 'N'.
000948     02  WS-GLMAP-LOADED-SWITCH PIC X(01) VALUE 'N'.
000949         88  GL-MAP-LOADED             VALUE 'Y'.
000950     02  WS-GLMAP-EOF-SWITCH   PIC X(01) VALUE 'N'.
000951         88  GLMAP-FILE-EOF            VALUE 'Y'.
000952     02  WS-CAL-LOADED-SWITCH  PIC X(01) VALUE 'N'.
000953         88  CAL-FILE-LOADED           VALUE 'Y'.
000954     02  WS-CAL-EOF-SWITCH     PIC X(01) VALUE 'N'.
000955         88  CAL-FILE-EOF              VALUE 'Y'.
000956     02  WS-PRIOR-PAID-SWITCH  PIC X(01) VALUE 'N'.
000957         88  PRIOR-PERIOD-PAID         VALUE 'Y'.
000958     02  WS-TAXTBL-EOF-SWITCH  PIC X(01) VALUE 'N'.
000959         88  TAXTBL-FILE-EOF           VALUE 'Y'.
000960     02  WS-TAXTBL-USED-SWITCH PIC X(01) VALUE 'N'.
000961         88  TAXTBL-FILE-USED          VALUE 'Y'.
000962     02  WS-RUN-MODE-SWITCH    PIC X(01) VALUE 'P'.
000963         88  PAY-RUN                   VALUE 'P' 'p' ' '.
000964         88  TRIAL-RUN                 VALUE 'T' 't'.
000965     02  WS-YTD-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000966         88  YTD-FILE-OPEN             VALUE 'Y'.
000967     02  WS-LEAVE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
000968         88  LEAVE-FILE-OPEN           VALUE 'Y'.
000969     02  WS-LEAVE-FOUND-SWITCH PIC X(01) VALUE 'N'.
000970         88  LEAVE-RECORD-FOUND        VALUE 'Y'.
000971         88  LEAVE-RECORD-NOT-FOUND    VALUE 'N'.
000972     02  WS-LVRATE-EOF-SWITCH  PIC X(01) VALUE 'N'.
000973         88  LVRATE-FILE-EOF           VALUE 'Y'.
000974     02  WS-LVRATE-USED-SWITCH PIC X(01) VALUE 'N'.
000975         88  LVRATE-FILE-USED          VALUE 'Y'.
000976     02  WS-SORT-EOF-SWITCH    PIC X(01) VALUE 'N'.
000977         88  SORT-FILE-EOF             VALUE 'Y'.
000978     02  WS-MERGE-SWITCH       PIC X(01) VALUE 'N'.
000979         88  MERGE-RECORD-PENDING      VALUE 'Y'.
000980     02  WS-LABOR-EOF-SWITCH   PIC X(01) VALUE 'N'.
000981         88  LABOR-FILE-EOF            VALUE 'Y'.
000982 01  WS-RESTART-STATUS      PIC X(02)  VALUE '00'.
000983 01  WS-OUTFILE-STATUS      PIC X(02)  VALUE '00'.
000984 01  WS-YTD-STATUS          PIC X(02)  VALUE '00'.
000985 01  WS-EXCEPT-STATUS       PIC X(02)  VALUE '00'.
000986 01  WS-EMPMAST-STATUS      PIC X(02)  VALUE '00'.
000987 01  WS-SORTED-STATUS       PIC X(02)  VALUE '00'.
000988 01  WS-RECAP-STATUS        PIC X(02)  VALUE '00'.
000989 01  WS-PARM-STATUS         PIC X(02)  VALUE '00'.
000990 01  WS-BANK-STATUS         PIC X(02)  VALUE '00'.
000991 01  WS-STUB-STATUS         PIC X(02)  VALUE '00'.
000992 01  WS-PAIDBAT-STATUS      PIC X(02)  VALUE '00'.
000993 01  WS-JOURNAL-STATUS      PIC X(02)  VALUE '00'.
000994 01  WS-DED-STATUS          PIC X(02)  VALUE '00'.
000995 01  WS-GLMAP-STATUS        PIC X(02)  VALUE '00'.
000996 01  WS-GLPOST-STATUS       PIC X(02)  VALUE '00'.
000997 01  WS-CAL-STATUS          PIC X(02)  VALUE '00'.
000998 01  WS-CHKCTL-STATUS       PIC X(02)  VALUE '00'.
000999 01  WS-CHKPRT-STATUS       PIC X(02)  VALUE '00'.
001000 01  WS-CHKREG-STATUS       PIC X(02)  VALUE '00'.
001001 01  WS-CHKMAST-STATUS      PIC X(02)  VALUE '00'.
001002 01  WS-HIST-STATUS         PIC X(02)  VALUE '00'.
001003 01  WS-TAXTBL-STATUS       PIC X(02)  VALUE '00'.
001004 01  WS-LEAVE-STATUS        PIC X(02)  VALUE '00'.
001005 01  WS-LVRATE-STATUS       PIC X(02)  VALUE '00'.
001006 01  WS-LABDIST-STATUS      PIC X(02)  VALUE '00'.
001007 01  WS-LABSORT-STATUS      PIC X(02)  VALUE '00'.
001008 01  WS-LABRPT-STATUS       PIC X(02)  VALUE '00'.
001009 01  WS-TRLREG-STATUS       PIC X(02)  VALUE '00'.
001010 01  WS-TRLEXCP-STATUS      PIC X(02)  VALUE '00'.
001011 01  WS-TRLRCP-STATUS       PIC X(02)  VALUE '00'.
001012 01  WS-TRLDIST-STATUS      PIC X(02)  VALUE '00'.
001013 01  WS-TRLDSRT-STATUS      PIC X(02)  VALUE '00'.
001014 01  WS-TRLLAB-STATUS       PIC X(02)  VALUE '00'.
001015*
001016*****************************************************
001017* CONTROLE DE EXECUCAO (RUNCTL.DAT): DADOS DO REGISTRO
001018* QUE ESTE PROGRAMA GRAVA AO COMECAR E AO TERMINAR, E
001019* O ULTIMO REGISTRO DO PASSO ANTERIOR DA CADEIA, LIDO
001020* PELA 9200.
001021*****************************************************
001022 01  WS-RUNCTL-STATUS       PIC X(02)  VALUE '00'.
001023 01  RCL-WORK-AREAS.
001024     02  RCL-STEP-NAME      PIC X(08)  VALUE 'EASYCALC'.
001025     02  RCL-EVENT          PIC X(01)  VALUE SPACE.
001026     02  RCL-RUN-MODE       PIC X(01)  VALUE SPACE.
001027     02  RCL-RETURN-CODE    PIC 9(02)  VALUE ZERO.
001028     02  RCL-RUN-ID.
001029         03  RCL-PERIOD-END PIC 9(06)  VALUE ZERO.
001030         03  RCL-BATCH-NO   PIC 9(04)  VALUE ZERO.
001031     02  RCL-FILE-NAME      PIC X(12)  VALUE SPACES.
001032     02  RCL-REC-COUNT      PIC 9(07)  VALUE ZERO.
001033     02  RCL-HASH-TOTAL     PIC S9(11)V99 VALUE ZERO.
001034     02  RCL-OPERATOR-ID    PIC X(08)  VALUE SPACES.
001035     02  RCL-MESSAGE        PIC X(40)  VALUE SPACES.
001036     02  RCL-REFUSAL        PIC X(40)  VALUE SPACES.
001037     02  RCL-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001038         88  RUNCTL-FILE-EOF           VALUE 'Y'.
001039     02  RCL-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
001040         88  RCL-INPUT-EOF             VALUE 'Y'.
001041     02  RCL-READ-COUNT     PIC S9(7) COMP VALUE ZERO.
001042 01  RCL-PRIOR-STEP-AREA.
001043     02  RCL-PRIOR-STEP     PIC X(08)  VALUE 'HRSEDIT'.
001044     02  RCL-PRIOR-EVENT    PIC X(01)  VALUE SPACE.
001045         88  PRIOR-STEP-NEVER-RAN      VALUE SPACE.
001046         88  PRIOR-STEP-FINISHED       VALUE 'F'.
001047     02  RCL-PRIOR-RC       PIC 9(02)  VALUE ZERO.
001048     02  RCL-PRIOR-RUN-ID   PIC X(10)  VALUE SPACES.
001049     02  RCL-PRIOR-COUNT    PIC 9(07)  VALUE ZERO.
001050     02  RCL-PRIOR-HASH     PIC S9(11)V99 VALUE ZERO.
001051     02  RCL-PRIOR-SEQ      PIC S9(7) COMP VALUE ZERO.
001052 01  BATCH-WORK-AREAS.
001053     02  BATCH-PERIOD-END   PIC 9(06)  VALUE ZERO.
001054     02  BATCH-NO           PIC 9(04)  VALUE ZERO.
001055     02  BATCH-REC-COUNT    PIC S9(5)  COMP  VALUE ZERO.
001056     02  BATCH-HASH-HOURS   PIC S9(05)       VALUE ZERO.
001057     02  BATCH-EXP-COUNT    PIC 9(05)        VALUE ZERO.
001058     02  BATCH-EXP-HASH     PIC S9(05)       VALUE ZERO.
001059 77  BATCH-SUB              PIC S9(3) COMP  VALUE ZERO.
001060 77  BATCH-HIT-SUB          PIC S9(3) COMP  VALUE ZERO.
001061*
001062*****************************************************
001063* TABELA DOS LOTES ACEITOS NESTE RUN: UMA ENTRADA POR
001064* GRUPO H/D.../T DO HOURSIN, COM OS SUBTOTAIS DO LOTE
001065* (FUNCIONARIOS, HORAS, GROSS E LIQUIDO) IMPRESSOS
001066* ANTES DO TRAILER FINAL E OS PARES PERIODO/LOTE
001067* GRAVADOS EM PAIDBAT.DAT NO FIM DO RUN.
001068*****************************************************
001069 01  BATCH-TABLE-AREA.
001070     02  BATCH-COUNT        PIC S9(3) COMP  VALUE ZERO.
001071     02  BATCH-ENTRY OCCURS 10 TIMES.
001072         03  BA-PERIOD-END  PIC 9(06).
001073         03  BA-BATCH-NO    PIC 9(04).
001074         03  BA-PERIOD-NO   PIC 9(02).
001075         03  BA-EMP-COUNT   PIC S9(5)  COMP.
001076         03  BA-HOURS       PIC S9(5)V99.
001077         03  BA-GROSS       PIC S9(7)V99.
001078         03  BA-NET         PIC S9(9)V99.
001079 77  PAY-RECORD-ORDINAL     PIC S9(5) COMP  VALUE ZERO.
001080 77  PAY-RESTART-ORDINAL    PIC S9(5) COMP  VALUE ZERO.
001081 01  WS-ABORT-MESSAGE       PIC X(40)  VALUE SPACES.
001082 77  PAY-MAX-REG-HOURS      PIC S99         VALUE 40.
001083 77  PAY-OT-FACTOR          PIC 9V99        VALUE 1.50.
001084 77  PAY-MAX-RATE           PIC S9999       VALUE 200.
001085 77  PAY-MAX-HOURS          PIC S99         VALUE 80.
001086 77  PAY-CHECKPOINT-INTERVAL PIC S9(3) COMP VALUE 1.
001087 77  PAY-CHECKPOINT-COUNT   PIC S9(3) COMP  VALUE ZERO.
001088 77  PAY-PAGE-SIZE          PIC S9(3) COMP  VALUE 55.
001089 77  PAY-LINE-COUNT         PIC S9(3) COMP  VALUE ZERO.
001090 77  PAY-PAGE-NUMBER        PIC S9(3) COMP  VALUE ZERO.
001091 77  PAY-TAX-PCT            PIC S9(3)V99    VALUE 18.00.
001092 77  PAY-BENEFITS-DEDUCT    PIC S9(3)V99    VALUE 35.00.
001093 77  PAY-VARIANCE-PCT       PIC S9(3)V99    VALUE 25.00.
001094 01  WS-RUN-DATE.
001095     02  WS-RUN-YY          PIC 99.
001096     02  WS-RUN-MM          PIC 99.
001097     02  WS-RUN-DD          PIC 99.
001098 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
001099                            PIC 9(06).
001100 01  PARM-WORK-AREAS.
001101     02  WS-PARM-EFFECTIVE  PIC 9(06)  VALUE ZERO.
001102 77  TAX-SUB                PIC S9(3) COMP  VALUE ZERO.
001103 77  TAX-HIT-SUB            PIC S9(3) COMP  VALUE ZERO.
001104 01  TAX-WORK-AREAS.
001105     02  WS-TAX-EFFECTIVE   PIC 9(06)  VALUE ZERO.
001106     02  TAX-TABLE-VERSION  PIC X(08)  VALUE SPACES.
001107     02  TAX-DEPENDENT-ALLOW PIC S9(5)V99   VALUE ZERO.
001108     02  TAX-PERIODS-PER-YEAR PIC S9(3) COMP VALUE 26.
001109     02  TAX-ANNUAL-GROSS   PIC S9(9)V99    VALUE ZERO.
001110     02  TAX-ALLOW-AMT      PIC S9(9)V99    VALUE ZERO.
001111     02  TAX-TAXABLE        PIC S9(9)V99    VALUE ZERO.
001112     02  TAX-ANNUAL-CALC    PIC S9(11)V99   VALUE ZERO.
001113     02  TAX-ANNUAL-TAX     PIC S9(9)V99    VALUE ZERO.
001114     02  TAX-PERIOD-TAX     PIC S9(7)V99    VALUE ZERO.
001115*
001116*****************************************************
001117* GROSS ACUMULADO E IMPOSTO JA RETIDO DO FUNCIONARIO NO
001118* PERIODO/LOTE CORRENTE (OS ITENS DELE VEM JUNTOS NO
001119* HRSORT), PARA O IMPOSTO SER DO PERIODO INTEIRO E NAO
001120* DE CADA ITEM; VAO NO CHECKPOINT COM A CHAVE.
001121*****************************************************
001122 01  TAX-HEAD-AREAS.
001123     02  TAX-HEAD-GROSS     PIC S9(7)V99    VALUE ZERO.
001124     02  TAX-HEAD-WITHHELD  PIC S9(7)V99    VALUE ZERO.
001125*
001126*****************************************************
001127* SALDOS DO FUNCIONARIO CORRENTE NO RUN DE TESTE, QUE
001128* NAO GRAVA ARQUIVO NENHUM: O REGISTRO DO YTDFILE E O
001129* DO LEAVBAL E OS ATRASADOS DAS ELEICOES DO DEDELECT
001130* (PELA PRIORIDADE MAIS 1) COMO O RUN REAL OS DEIXARIA
001131* GRAVADOS, PARA OS ITENS SEGUINTES DO FUNCIONARIO (OS
001132* ITENS DELE VEM JUNTOS NO HRSORT) LEREM DAQUI E NAO
001133* DO ARQUIVO. LIMPOS NA TROCA DE FUNCIONARIO (3060).
001134*****************************************************
001135 77  TRL-DED-SUB            PIC S9(3) COMP  VALUE ZERO.
001136 01  TRIAL-SAVE-AREAS.
001137     02  TRL-EMP-ID         PIC X(05)  VALUE HIGH-VALUES.
001138     02  TRL-YTD-SWITCH     PIC X(01)  VALUE 'N'.
001139         88  TRL-YTD-SAVED             VALUE 'Y'.
001140     02  TRL-YTD-RECORD     PIC X(28)  VALUE SPACES.
001141     02  TRL-LEAVE-SWITCH   PIC X(01)  VALUE 'N'.
001142         88  TRL-LEAVE-SAVED           VALUE 'Y'.
001143     02  TRL-LEAVE-RECORD   PIC X(40)  VALUE SPACES.
001144     02  TRL-DED-ENTRY OCCURS 100 TIMES.
001145         03  TRL-DED-SWITCH PIC X(01).
001146             88  TRL-DED-SAVED         VALUE 'Y'.
001147         03  TRL-DED-ARREARS PIC S9(7)V99.
001148*
001149*****************************************************
001150* TABELA DAS FAIXAS DE RETENCAO DA VERSAO DO TAXTBL EM
001151* VIGOR NO RUN (PISO ANUAL, ALIQUOTA E PARCELA ANUAL A
001152* DEDUZIR); SEM TAXTBL EM VIGOR A 1450 MONTA UMA FAIXA
001153* UNICA COM A ALIQUOTA PLANA PAY-TAX-PCT DO PAYPARM.
001154*****************************************************
001155 01  TAX-TABLE-AREA.
001156     02  TAX-COUNT          PIC S9(3) COMP  VALUE ZERO.
001157     02  TAX-ENTRY OCCURS 20 TIMES.
001158         03  TAX-FLOOR      PIC S9(7)V99.
001159         03  TAX-RATE       PIC S9(3)V99.
001160         03  TAX-DEDUCT     PIC S9(7)V99.
001161 77  LVR-SUB                PIC S9(3) COMP  VALUE ZERO.
001162 77  LVR-HIT-SUB            PIC S9(3) COMP  VALUE ZERO.
001163 01  LEAVE-WORK-AREAS.
001164     02  WS-LVRATE-EFFECTIVE PIC 9(06) VALUE ZERO.
001165     02  LVW-AS-OF-DATE     PIC 9(06)  VALUE ZERO.
001166     02  LVW-AS-OF-SPLIT REDEFINES LVW-AS-OF-DATE.
001167         03  LVW-AS-OF-YY   PIC 99.
001168         03  LVW-AS-OF-MMDD PIC 9(04).
001169     02  LVW-HIRE-DATE      PIC 9(06)  VALUE ZERO.
001170     02  LVW-HIRE-SPLIT REDEFINES LVW-HIRE-DATE.
001171         03  LVW-HIRE-YY    PIC 99.
001172         03  LVW-HIRE-MMDD  PIC 9(04).
001173     02  LVW-SERVICE-YEARS  PIC S9(3) COMP  VALUE ZERO.
001174*
001175*****************************************************
001176* TABELA DAS FAIXAS DE ACUMULACAO DE LICENCA DA VERSAO
001177* DO LEAVRATE EM VIGOR NO RUN (ANOS DE CASA MINIMOS,
001178* HORAS DE FERIAS E DE LICENCA MEDICA POR PERIODO E
001179* LIMITES DE TRANSPORTE); SEM VERSAO EM VIGOR NADA E
001180* ACUMULADO, MAS A LICENCA TIRADA CONTINUA SENDO
001181* CONFERIDA E BAIXADA DO SALDO.
001182*****************************************************
001183 01  LVR-TABLE-AREA.
001184     02  LVR-COUNT          PIC S9(3) COMP  VALUE ZERO.
001185     02  LVR-ENTRY OCCURS 20 TIMES.
001186         03  LVR-MIN-YEARS  PIC 9(02).
001187         03  LVR-VAC-ACCRUAL PIC 9(2)V99.
001188         03  LVR-SICK-ACCRUAL PIC 9(2)V99.
001189         03  LVR-VAC-CAP    PIC 9(4)V99.
001190         03  LVR-SICK-CAP   PIC 9(4)V99.
001191 77  DED-SUB                PIC S9(3) COMP  VALUE ZERO.
001192 01  DED-WORK-AREAS.
001193     02  DED-DEMAND-AMT     PIC S9(7)V99    VALUE ZERO.
001194     02  DED-TAKEN-AMT      PIC S9(7)V99    VALUE ZERO.
001195     02  DED-SHORT-AMT      PIC S9(7)V99    VALUE ZERO.
001196     02  DED-CALC           PIC S9(9)V99    VALUE ZERO.
001197*
001198*****************************************************
001199* TABELA DOS DESCONTOS APLICADOS AO FUNCIONARIO
001200* CORRENTE, NA ORDEM DE PRIORIDADE, PARA A ITEMIZACAO
001201* DO DEMONSTRATIVO DE PAGAMENTO PELA 3330.
001202*****************************************************
001203 01  DED-TABLE-AREA.
001204     02  DED-COUNT          PIC S9(3) COMP  VALUE ZERO.
001205     02  DED-ENTRY OCCURS 10 TIMES.
001206         03  DED-LABEL      PIC X(20).
001207         03  DED-ITEM-AMT   PIC S9(7)V99.
001208 77  GLM-SUB                PIC S9(3) COMP  VALUE ZERO.
001209 77  GLM-HIT-SUB            PIC S9(3) COMP  VALUE ZERO.
001210 01  GL-WORK-AREAS.
001211     02  GL-TAX-ACCOUNT     PIC X(08)  VALUE SPACES.
001212     02  GL-TAX-DESC        PIC X(20)  VALUE SPACES.
001213     02  GL-BEN-ACCOUNT     PIC X(08)  VALUE SPACES.
001214     02  GL-BEN-DESC        PIC X(20)  VALUE SPACES.
001215     02  GL-CLR-ACCOUNT     PIC X(08)  VALUE SPACES.
001216     02  GL-CLR-DESC        PIC X(20)  VALUE SPACES.
001217     02  GL-CHK-TYPE        PIC X(01)  VALUE 'D'.
001218     02  GL-CHK-DEPT        PIC X(04)  VALUE SPACES.
001219     02  GL-DEBIT-TOTAL     PIC S9(9)V99    VALUE ZERO.
001220     02  GL-CREDIT-TOTAL    PIC S9(9)V99    VALUE ZERO.
001221 01  GL-ABORT-TEXT.
001222     02  FILLER             PIC X(23)
001223         VALUE 'NO GL ACCOUNT FOR DEPT '.
001224     02  GLA-DEPT           PIC X(04).
001225     02  FILLER             PIC X(13)  VALUE SPACES.
001226 01  GL-CHARGE-ABORT-TEXT.
001227     02  FILLER             PIC X(30)
001228         VALUE 'NO GL ACCOUNT FOR CHARGE CODE '.
001229     02  GLC-CODE           PIC X(04).
001230     02  FILLER             PIC X(06)  VALUE SPACES.
001231*
001232*****************************************************
001233* TABELA DO DE-PARA DEPARTAMENTO-CONTA E CODIGO DE
001234* CUSTEIO-CONTA (GLM-TYPE 'D' OU 'P') CARREGADA DO
001235* GLMAP.DAT NA INICIALIZACAO, USADA NA GERACAO DO
001236* LANCAMENTO CONTABIL NO FIM DO RUN.
001237*****************************************************
001238 01  GLM-TABLE-AREA.
001239     02  GLM-COUNT          PIC S9(3) COMP  VALUE ZERO.
001240     02  GLM-ENTRY OCCURS 100 TIMES.
001241         03  GLM-TYPE       PIC X(01).
001242         03  GLM-DEPT       PIC X(04).
001243         03  GLM-ACCOUNT    PIC X(08).
001244         03  GLM-DESC       PIC X(20).
001245*
001246*****************************************************
001247* AREA DE MONTAGEM DO REGISTRO DE HORAS CLASSIFICADAS
001248* NA SAIDA DO SORT (1340): O ITEM EM MONTAGEM, COM A
001249* TABELA DE RATEIO POR CODIGO DE CUSTEIO, E O RATEIO
001250* SOMADO DE TODOS OS DETALHES DO FUNCIONARIO NO
001251* PERIODO/LOTE, QUE O AJUSTE 'A' DELE HERDA; MAIS DE
001252* 10 CODIGOS NA SOMA MARCA O ESTOURO.
001253*****************************************************
001254 77  DST-SUB                PIC S9(3) COMP  VALUE ZERO.
001255 77  DST-HIT-SUB            PIC S9(3) COMP  VALUE ZERO.
001256 77  SVS-SUB                PIC S9(3) COMP  VALUE ZERO.
001257 01  MERGED-HOURS-RECORD.
001258     02  MG-DEPT            PIC X(04).
001259     02  MG-EMP-ID          PIC X(05).
001260     02  MG-REC-TYPE        PIC X(01).
001261     02  MG-RATE            PIC S9999.
001262     02  MG-HOURS           PIC S9(3).
001263     02  MG-LEAVE-AREA      PIC X(07).
001264     02  MG-PERIOD-END      PIC 9(06).
001265     02  MG-BATCH-NO        PIC 9(04).
001266     02  MG-SPLIT-AREA.
001267         03  MG-SPLIT-COUNT PIC 9(02).
001268         03  MG-SPLIT-ENTRY OCCURS 10 TIMES.
001269             04  MG-SPLIT-TYPE  PIC X(01).
001270             04  MG-SPLIT-CODE  PIC X(04).
001271             04  MG-SPLIT-HOURS PIC S9(3).
001272 01  SAVED-SPLIT-AREA.
001273     02  SV-EMP-ID          PIC X(05)  VALUE SPACES.
001274     02  SV-PERIOD-END      PIC 9(06)  VALUE ZERO.
001275     02  SV-BATCH-NO        PIC 9(04)  VALUE ZERO.
001276     02  SV-OVERFLOW-SW     PIC X(01)  VALUE 'N'.
001277         88  SV-SPLIT-OVERFLOW         VALUE 'Y'.
001278     02  SV-SPLIT-AREA.
001279         03  SV-SPLIT-COUNT PIC 9(02)  VALUE ZERO.
001280         03  SV-SPLIT-ENTRY OCCURS 10 TIMES.
001281             04  SV-SPLIT-TYPE  PIC X(01).
001282             04  SV-SPLIT-CODE  PIC X(04).
001283             04  SV-SPLIT-HOURS PIC S9(3).
001284 01  DIST-WORK-AREAS.
001285     02  DST-TOTAL-HOURS    PIC S9(5)       VALUE ZERO.
001286     02  DST-REMAINING      PIC S9(7)V99    VALUE ZERO.
001287     02  DST-CALC           PIC S9(9)V99    VALUE ZERO.
001288     02  DST-CURR-TYPE      PIC X(01)  VALUE SPACE.
001289     02  DST-CURR-CODE      PIC X(04)  VALUE SPACES.
001290     02  DST-CURR-EMP       PIC X(05)  VALUE SPACES.
001291     02  DST-CURR-NAME      PIC X(20)  VALUE SPACES.
001292     02  DST-CURR-HOME      PIC X(04)  VALUE SPACES.
001293     02  DST-EMP-HOURS      PIC S9(5)       VALUE ZERO.
001294     02  DST-EMP-AMOUNT     PIC S9(7)V99    VALUE ZERO.
001295     02  DST-CODE-HOURS     PIC S9(7)       VALUE ZERO.
001296     02  DST-CODE-AMOUNT    PIC S9(9)V99    VALUE ZERO.
001297     02  DST-GRAND-HOURS    PIC S9(7)       VALUE ZERO.
001298     02  DST-GRAND-AMOUNT   PIC S9(9)V99    VALUE ZERO.
001299     02  DST-LINE-COUNT     PIC S9(3) COMP  VALUE ZERO.
001300     02  DST-PAGE-NUMBER    PIC S9(3) COMP  VALUE ZERO.
001301*
001302*****************************************************
001303* TABELA DOS TOTAIS POR CODIGO DE CUSTEIO MONTADA NA
001304* IMPRESSAO DA DISTRIBUICAO (8730), DE ONDE A 8500
001305* GERA UM DEBITO DE DESPESA POR CODIGO.
001306*****************************************************
001307 77  LDT-SUB                PIC S9(3) COMP  VALUE ZERO.
001308 01  LDT-TABLE-AREA.
001309     02  LDT-COUNT          PIC S9(3) COMP  VALUE ZERO.
001310     02  LDT-ENTRY OCCURS 300 TIMES.
001311         03  LDT-TYPE       PIC X(01).
001312         03  LDT-CODE       PIC X(04).
001313         03  LDT-AMOUNT     PIC S9(9)V99.
001314 77  CAL-SUB                PIC S9(3) COMP  VALUE ZERO.
001315 77  CAL-HIT-SUB            PIC S9(3) COMP  VALUE ZERO.
001316 77  PAID-SUB               PIC S9(3) COMP  VALUE ZERO.
001317 01  CAL-WORK-AREAS.
001318     02  CAL-CURR-YEAR      PIC 9(04)  VALUE ZERO.
001319     02  CAL-CURR-PERIOD-NO PIC 9(02)  VALUE ZERO.
001320     02  CAL-CHK-DATE       PIC 9(06)  VALUE ZERO.
001321*
001322*****************************************************
001323* TABELA DO CALENDARIO DE PERIODOS CARREGADA DO
001324* PAYCAL.DAT NA INICIALIZACAO.
001325*****************************************************
001326 01  CAL-TABLE-AREA.
001327     02  CAL-COUNT          PIC S9(3) COMP  VALUE ZERO.
001328     02  CAL-ENTRY OCCURS 60 TIMES.
001329         03  CAL-YEAR       PIC 9(04).
001330         03  CAL-PERIOD-NO  PIC 9(02).
001331         03  CAL-PERIOD-END PIC 9(06).
001332         03  CAL-PAY-DATE   PIC 9(06).
001333*
001334*****************************************************
001335* TABELA DOS LOTES JA PAGOS, CARREGADA DO PAIDBAT.DAT
001336* NA INICIALIZACAO; USADA PARA RECUSAR LOTE JA PAGO E
001337* PARA A CONFERENCIA DE SEQUENCIA DE PERIODOS.
001338*****************************************************
001339 01  PAID-TABLE-AREA.
001340     02  PAID-COUNT         PIC S9(3) COMP  VALUE ZERO.
001341     02  PAID-ENTRY OCCURS 200 TIMES.
001342         03  PD-PERIOD-END  PIC 9(06).
001343         03  PD-BATCH-NO    PIC 9(04).
001344*
001345*****************************************************
001346* COPIA DO CHEQUE MONTADO PELA 3326, GUARDADA ANTES DE
001347* LER O REGISTRO JA EXISTENTE COM O MESMO NUMERO.
001348*****************************************************
001349 01  CHKMAST-SAVE-RECORD    PIC X(100) VALUE SPACES.
001350*
001351*****************************************************
001352* LINHA A IMPRIMIR NO REGISTRO (8900) OU NO RELATORIO
001353* DE DISTRIBUICAO (8950) E O SALTO ANTES DELA: ZERO =
001354* PAGINA NOVA, SENAO O NUMERO DE LINHAS.
001355*****************************************************
001356 01  PRINT-WORK-AREAS.
001357     02  PRT-LINE           PIC X(132) VALUE SPACES.
001358     02  PRT-ADVANCE        PIC 9(01)  VALUE 1.
001359         88  PRT-NEW-PAGE              VALUE ZERO.
001360 01  PAY-WORK-AREAS.
001361     02  PAY-EMP-ID         PIC X(05)  VALUE SPACES.
001362     02  PAY-EMP-NAME       PIC X(20)  VALUE SPACES.
001363     02  PAY-REC-TYPE       PIC X(01)  VALUE SPACE.
001364         88  PAY-ADJUSTMENT            VALUE 'A'.
001365         88  PAY-LEAVE                 VALUE 'L'.
001366     02  PAY-LEAVE-CODE     PIC X(01)  VALUE SPACE.
001367         88  PAY-LEAVE-VACATION        VALUE 'V'.
001368         88  PAY-LEAVE-SICK            VALUE 'S'.
001369     02  PAY-LEAVE-AVAIL    PIC S9(5)V99    VALUE ZERO.
001370     02  PAY-VAC-BALANCE    PIC S9(5)V99    VALUE ZERO.
001371     02  PAY-SICK-BALANCE   PIC S9(5)V99    VALUE ZERO.
001372     02  PAY-ADJ-AMOUNT     PIC S9(5)V99    VALUE ZERO.
001373     02  PAY-ADJ-CHECK      PIC S9(3)       VALUE ZERO.
001374     02  PAY-ADJ-GROSS      PIC S9(7)V99    VALUE ZERO.
001375     02  PAY-BENEFITS-AMT   PIC S9(7)V99    VALUE ZERO.
001376     02  PAY-RATE           PIC S9999      VALUE ZERO.
001377     02  PAY-HOURS          PIC S9(3)      VALUE ZERO.
001378     02  PAY-REG-HOURS      PIC S9(3)      VALUE ZERO.
001379     02  PAY-OT-HOURS       PIC S9(3)      VALUE ZERO.
001380     02  PAY-REG-PAY        PIC S9(5)V99   VALUE ZERO.
001381     02  PAY-OT-PAY         PIC S9(5)V99   VALUE ZERO.
001382     02  PAY-GROSS          PIC S9(5)V99    VALUE ZERO.
001383     02  PAY-TAX-AMT        PIC S9(5)V99    VALUE ZERO.
001384     02  PAY-TAX-CALC       PIC S9(7)V99    VALUE ZERO.
001385     02  PAY-NET-PAY        PIC S9(5)V99    VALUE ZERO.
001386     02  PAY-PRIOR-GROSS    PIC S9(5)V99    VALUE ZERO.
001387     02  PAY-VARIANCE-AMT   PIC S9(5)V99    VALUE ZERO.
001388     02  PAY-VARIANCE-LIMIT PIC S9(5)V99    VALUE ZERO.
001389     02  PAY-VARIANCE-CALC  PIC S9(7)V99    VALUE ZERO.
001390     02  PAY-YTD-GROSS      PIC S9(7)V99    VALUE ZERO.
001391     02  PAY-YTD-HOURS      PIC S9(5)V99    VALUE ZERO.
001392 01  PAY-TOTALS.
001393     02  PAY-EMP-COUNT      PIC S9(5)  COMP  VALUE ZERO.
001394     02  PAY-TOTAL-GROSS    PIC S9(7)V99      VALUE ZERO.
001395     02  PAY-TOTAL-NET      PIC S9(9)V99      VALUE ZERO.
001396     02  PAY-BANK-COUNT     PIC S9(5)  COMP  VALUE ZERO.
001397     02  PAY-TOTAL-TAX      PIC S9(9)V99      VALUE ZERO.
001398     02  PAY-TOTAL-DEDS     PIC S9(9)V99      VALUE ZERO.
001399     02  PAY-BANK-NET       PIC S9(9)V99      VALUE ZERO.
001400     02  PAY-CHECK-COUNT    PIC S9(5)  COMP  VALUE ZERO.
001401     02  PAY-CHECK-NET      PIC S9(9)V99      VALUE ZERO.
001402     02  PAY-HEAD-COUNT     PIC S9(5)  COMP  VALUE ZERO.
001403 77  PAY-NEXT-CHECK-NO      PIC 9(08)       VALUE 1.
001404*
001405*****************************************************
001406* CHAVE FUNCIONARIO + PERIODO/LOTE DO ITEM PAGO, PARA
001407* CONTAR PESSOAS (UMA LINHA DO PAYHIST CADA) E NAO
001408* ITENS: O ITEM SEGUINTE DA MESMA PESSOA NO MESMO
001409* LOTE VEM LOGO DEPOIS NO HRSORT.
001410*****************************************************
001411 01  HEAD-KEY-AREA.
001412     02  HK-EMP-ID          PIC X(05).
001413     02  HK-PERIOD-END      PIC 9(06).
001414     02  HK-BATCH-NO        PIC 9(04).
001415 01  PAY-LAST-HEAD-KEY      PIC X(15)  VALUE SPACES.
001416 01  DEPT-WORK-AREAS.
001417     02  PAY-CURR-DEPT      PIC X(04)  VALUE LOW-VALUES.
001418 01  DEPT-TOTALS.
001419     02  DEPT-EMP-COUNT     PIC S9(5)  COMP  VALUE ZERO.
001420     02  DEPT-GROSS         PIC S9(7)V99      VALUE ZERO.
001421     02  DEPT-OT-PAY        PIC S9(7)V99      VALUE ZERO.
001422     02  DEPT-NET           PIC S9(7)V99      VALUE ZERO.
001423 01  DETAIL-LINE.
001424     02  FILLER             PIC X(02)  VALUE SPACES.
001425     02  DL-EMP-ID          PIC X(08).
001426     02  DL-EMP-NAME        PIC X(20).
001427     02  FILLER             PIC X(02)  VALUE SPACES.
001428     02  DL-RATE            PIC $$$9.99.
001429     02  FILLER             PIC X(03)  VALUE SPACES.
001430     02  DL-HOURS           PIC ZZ9-.
001431     02  FILLER             PIC X(04)  VALUE SPACES.
001432     02  DL-REG-PAY         PIC $$,$$9.99-.
001433     02  FILLER             PIC X(02)  VALUE SPACES.
001434     02  DL-OT-PAY          PIC $$,$$9.99-.
001435     02  FILLER             PIC X(02)  VALUE SPACES.
001436     02  DL-GROSS           PIC $$,$$9.99-.
001437     02  FILLER             PIC X(02) VALUE SPACES.
001438     02  DL-NET-PAY         PIC $$,$$9.99-.
001439     02  FILLER             PIC X(02) VALUE SPACES.
001440     02  DL-TYPE-FLAG       PIC X(10).
001441 01  RPT-TITLE-LINE.
001442     02  FILLER             PIC X(24) VALUE SPACES.
001443     02  FILLER             PIC X(29)
001444         VALUE 'EASYCALC PAYROLL REGISTER'.
001445     02  FILLER             PIC X(09) VALUE SPACES.
001446     02  FILLER             PIC X(05) VALUE 'PAGE '.
001447     02  RPT-PAGE-NO        PIC ZZ9.
001448     02  FILLER             PIC X(04) VALUE SPACES.
001449     02  RPT-TRIAL-STAMP    PIC X(16) VALUE SPACES.
001450     02  FILLER             PIC X(42) VALUE SPACES.
001451 01  RPT-DATE-LINE.
001452     02  FILLER             PIC X(24) VALUE SPACES.
001453     02  FILLER             PIC X(10) VALUE 'RUN DATE: '.
001454     02  RPT-RUN-MM         PIC 99.
001455     02  FILLER             PIC X(01) VALUE '/'.
001456     02  RPT-RUN-DD         PIC 99.
001457     02  FILLER             PIC X(01) VALUE '/'.
001458     02  RPT-RUN-YY         PIC 99.
001459     02  FILLER             PIC X(04) VALUE SPACES.
001460     02  FILLER             PIC X(07) VALUE 'PERIOD '.
001461     02  RPT-PERIOD-NO      PIC ZZ.
001462     02  FILLER             PIC X(77) VALUE SPACES.
001463 01  RPT-COLUMN-HEADING.
001464     02  FILLER             PIC X(02) VALUE SPACES.
001465     02  FILLER             PIC X(08) VALUE 'EMP ID'.
001466     02  FILLER             PIC X(20) VALUE 'EMPLOYEE NAME'.
001467     02  FILLER             PIC X(02) VALUE SPACES.
001468     02  FILLER             PIC X(07) VALUE '  RATE '.
001469     02  FILLER             PIC X(03) VALUE SPACES.
001470     02  FILLER             PIC X(03) VALUE 'HRS'.
001471     02  FILLER             PIC X(05) VALUE SPACES.
001472     02  FILLER             PIC X(09) VALUE ' REG PAY '.
001473     02  FILLER             PIC X(03) VALUE SPACES.
001474     02  FILLER             PIC X(09) VALUE '  OT PAY '.
001475     02  FILLER             PIC X(03) VALUE SPACES.
001476     02  FILLER             PIC X(09) VALUE '  GROSS  '.
001477     02  FILLER             PIC X(03) VALUE SPACES.
001478     02  FILLER             PIC X(09) VALUE '  NET PAY'.
001479     02  FILLER             PIC X(03) VALUE SPACES.
001480     02  FILLER             PIC X(10) VALUE 'TYPE'.
001481 01  RPT-COLUMN-RULE.
001482     02  FILLER             PIC X(108) VALUE ALL '-'.
001483     02  FILLER             PIC X(24) VALUE SPACES.
001484 01  REJECT-LINE.
001485     02  FILLER             PIC X(11) VALUE '*** REJECT '.
001486     02  RJ-EMP-ID          PIC X(05).
001487     02  FILLER             PIC X(01) VALUE SPACE.
001488     02  RJ-REASON          PIC X(45) VALUE SPACES.
001489     02  FILLER             PIC X(70) VALUE SPACES.
001490 01  TRAILER-LINE.
001491     02  FILLER             PIC X(20)
001492         VALUE '*** END OF RUN *** '.
001493     02  FILLER             PIC X(12) VALUE 'EMPLOYEES: '.
001494     02  TR-EMP-COUNT       PIC ZZ,ZZ9.
001495     02  FILLER             PIC X(04) VALUE SPACES.
001496     02  FILLER             PIC X(13) VALUE 'TOTAL GROSS: '.
001497     02  TR-TOTAL-GROSS     PIC $$,$$$,$$9.99.
001498     02  FILLER             PIC X(02) VALUE SPACES.
001499     02  FILLER             PIC X(11) VALUE 'TOTAL NET: '.
001500     02  TR-TOTAL-NET       PIC $$$$,$$$,$$9.99.
001501     02  FILLER             PIC X(02) VALUE SPACES.
001502     02  FILLER             PIC X(11) VALUE 'HEADCOUNT: '.
001503     02  TR-HEAD-COUNT      PIC ZZ,ZZ9.
001504     02  FILLER             PIC X(17) VALUE SPACES.
001505 01  DEPT-TOTAL-LINE.
001506     02  FILLER             PIC X(02) VALUE SPACES.
001507     02  FILLER             PIC X(08) VALUE '** DEPT '.
001508     02  DT-DEPT            PIC X(04).
001509     02  FILLER             PIC X(02) VALUE SPACES.
001510     02  FILLER             PIC X(10) VALUE 'EMPLOYEES '.
001511     02  DT-EMP-COUNT       PIC ZZ,ZZ9.
001512     02  FILLER             PIC X(02) VALUE SPACES.
001513     02  FILLER             PIC X(06) VALUE 'GROSS '.
001514     02  DT-GROSS           PIC $$,$$$,$$9.99.
001515     02  FILLER             PIC X(02) VALUE SPACES.
001516     02  FILLER             PIC X(07) VALUE 'OT PAY '.
001517     02  DT-OT-PAY          PIC $$,$$$,$$9.99.
001518     02  FILLER             PIC X(02) VALUE SPACES.
001519     02  FILLER             PIC X(04) VALUE 'NET '.
001520     02  DT-NET             PIC $$,$$$,$$9.99.
001521     02  FILLER             PIC X(38) VALUE SPACES.
001522 01  BATCH-TITLE-LINE.
001523     02  FILLER             PIC X(24) VALUE SPACES.
001524     02  FILLER             PIC X(30)
001525         VALUE 'BATCH SUBTOTALS FOR THIS RUN'.
001526     02  FILLER             PIC X(78) VALUE SPACES.
001527 01  BATCH-TOTAL-LINE.
001528     02  FILLER             PIC X(02) VALUE SPACES.
001529     02  FILLER             PIC X(09) VALUE '** BATCH '.
001530     02  BL-PERIOD-END      PIC 9(06).
001531     02  FILLER             PIC X(01) VALUE '/'.
001532     02  BL-BATCH-NO        PIC 9(04).
001533     02  FILLER             PIC X(02) VALUE SPACES.
001534     02  FILLER             PIC X(10) VALUE 'EMPLOYEES '.
001535     02  BL-EMP-COUNT       PIC ZZ,ZZ9.
001536     02  FILLER             PIC X(02) VALUE SPACES.
001537     02  FILLER             PIC X(06) VALUE 'HOURS '.
001538     02  BL-HOURS           PIC ZZ,ZZ9.99-.
001539     02  FILLER             PIC X(02) VALUE SPACES.
001540     02  FILLER             PIC X(06) VALUE 'GROSS '.
001541     02  BL-GROSS           PIC $$,$$$,$$9.99.
001542     02  FILLER             PIC X(02) VALUE SPACES.
001543     02  FILLER             PIC X(04) VALUE 'NET '.
001544     02  BL-NET             PIC $$,$$$,$$9.99.
001545     02  FILLER             PIC X(02) VALUE SPACES.
001546     02  FILLER             PIC X(07) VALUE 'PERIOD '.
001547     02  BL-PERIOD-NO       PIC ZZ.
001548     02  FILLER             PIC X(23) VALUE SPACES.
001549 01  RECAP-TITLE-LINE.
001550     02  FILLER             PIC X(24) VALUE SPACES.
001551     02  FILLER             PIC X(30)
001552         VALUE 'DEPARTMENT COST RECAP'.
001553     02  FILLER             PIC X(78) VALUE SPACES.
001554 01  PARM-TITLE-LINE.
001555     02  FILLER             PIC X(24) VALUE SPACES.
001556     02  FILLER             PIC X(32)
001557         VALUE 'PAY RULES IN EFFECT FOR THIS RUN'.
001558     02  FILLER             PIC X(76) VALUE SPACES.
001559 01  PARM-SOURCE-LINE.
001560     02  FILLER             PIC X(10) VALUE SPACES.
001561     02  PS-TEXT            PIC X(42) VALUE SPACES.
001562     02  PS-EFF-DATE        PIC X(06) VALUE SPACES.
001563     02  FILLER             PIC X(74) VALUE SPACES.
001564 01  PARM-DETAIL-LINE.
001565     02  FILLER             PIC X(10) VALUE SPACES.
001566     02  PD-LABEL           PIC X(26) VALUE SPACES.
001567     02  PD-VALUE           PIC ZZZ,ZZ9.99.
001568     02  FILLER             PIC X(86) VALUE SPACES.
001569 01  TAX-SOURCE-LINE.
001570     02  FILLER             PIC X(10) VALUE SPACES.
001571     02  FILLER             PIC X(26)
001572         VALUE 'WITHHOLDING TABLE VERSION '.
001573     02  TS-VERSION         PIC X(08) VALUE SPACES.
001574     02  FILLER             PIC X(16)
001575         VALUE ' EFFECTIVE DATE '.
001576     02  TS-EFF-DATE        PIC 9(06) VALUE ZERO.
001577     02  FILLER             PIC X(66) VALUE SPACES.
001578 01  TAX-BRACKET-LINE.
001579     02  FILLER             PIC X(10) VALUE SPACES.
001580     02  FILLER             PIC X(13) VALUE 'BRACKET FROM '.
001581     02  TB-FLOOR           PIC Z,ZZZ,ZZ9.99.
001582     02  FILLER             PIC X(07) VALUE '  RATE '.
001583     02  TB-RATE            PIC ZZ9.99.
001584     02  FILLER             PIC X(09) VALUE '  DEDUCT '.
001585     02  TB-DEDUCT          PIC Z,ZZZ,ZZ9.99.
001586     02  FILLER             PIC X(63) VALUE SPACES.
001587 01  BANK-HEADER-LINE.
001588     02  FILLER             PIC X(01) VALUE 'H'.
001589     02  BH-RUN-DATE        PIC 9(06).
001590     02  BH-PERIOD-NO       PIC 9(02).
001591     02  FILLER             PIC X(24) VALUE SPACES.
001592 01  BANK-DETAIL-LINE.
001593     02  FILLER             PIC X(01) VALUE 'D'.
001594     02  BD-EMP-ID          PIC X(05).
001595     02  BD-BANK-NO         PIC 9(03).
001596     02  BD-BRANCH-NO       PIC 9(05).
001597     02  BD-ACCOUNT-NO      PIC 9(10).
001598     02  BD-NET-AMOUNT      PIC S9(7)V99.
001599 01  BANK-TRAILER-LINE.
001600     02  FILLER             PIC X(01) VALUE 'T'.
001601     02  BT-RECORD-COUNT    PIC 9(06).
001602     02  BT-HASH-NET        PIC S9(9)V99.
001603     02  FILLER             PIC X(15) VALUE SPACES.
001604 01  STUB-HEADER-LINE.
001605     02  FILLER             PIC X(01) VALUE SPACE.
001606     02  FILLER             PIC X(15)
001607         VALUE 'PAY STATEMENT  '.
001608     02  SH-EMP-ID          PIC X(05).
001609     02  FILLER             PIC X(02) VALUE SPACES.
001610     02  SH-EMP-NAME        PIC X(20).
001611     02  FILLER             PIC X(02) VALUE SPACES.
001612     02  SH-RUN-MM          PIC 99.
001613     02  FILLER             PIC X(01) VALUE '/'.
001614     02  SH-RUN-DD          PIC 99.
001615     02  FILLER             PIC X(01) VALUE '/'.
001616     02  SH-RUN-YY          PIC 99.
001617     02  FILLER             PIC X(27) VALUE SPACES.
001618 01  STUB-RULE-LINE.
001619     02  FILLER             PIC X(80) VALUE ALL '-'.
001620 01  STUB-AMOUNT-LINE.
001621     02  FILLER             PIC X(05) VALUE SPACES.
001622     02  SA-LABEL           PIC X(22) VALUE SPACES.
001623     02  SA-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
001624     02  FILLER             PIC X(39) VALUE SPACES.
001625 01  CHK-RULE-LINE.
001626     02  FILLER             PIC X(80) VALUE ALL '*'.
001627 01  CHK-TITLE-LINE.
001628     02  FILLER             PIC X(05) VALUE '*    '.
001629     02  FILLER             PIC X(22)
001630         VALUE 'EASYCALC PAYROLL CHECK'.
001631     02  FILLER             PIC X(52) VALUE SPACES.
001632     02  FILLER             PIC X(01) VALUE '*'.
001633 01  CHK-NO-LINE.
001634     02  FILLER             PIC X(05) VALUE '*    '.
001635     02  FILLER             PIC X(10) VALUE 'CHECK NO: '.
001636     02  CHK-NO             PIC 9(08).
001637     02  FILLER             PIC X(06) VALUE SPACES.
001638     02  FILLER             PIC X(06) VALUE 'DATE: '.
001639     02  CHK-RUN-MM         PIC 99.
001640     02  FILLER             PIC X(01) VALUE '/'.
001641     02  CHK-RUN-DD         PIC 99.
001642     02  FILLER             PIC X(01) VALUE '/'.
001643     02  CHK-RUN-YY         PIC 99.
001644     02  FILLER             PIC X(36) VALUE SPACES.
001645     02  FILLER             PIC X(01) VALUE '*'.
001646 01  CHK-PAYEE-LINE.
001647     02  FILLER             PIC X(05) VALUE '*    '.
001648     02  FILLER             PIC X(21)
001649         VALUE 'PAY TO THE ORDER OF: '.
001650     02  CHK-PAYEE-NAME     PIC X(20).
001651     02  FILLER             PIC X(33) VALUE SPACES.
001652     02  FILLER             PIC X(01) VALUE '*'.
001653 01  CHK-AMOUNT-LINE.
001654     02  FILLER             PIC X(05) VALUE '*    '.
001655     02  FILLER             PIC X(11) VALUE 'THE SUM OF '.
001656     02  CHK-AMOUNT         PIC $$,$$$,$$9.99.
001657     02  FILLER             PIC X(50) VALUE SPACES.
001658     02  FILLER             PIC X(01) VALUE '*'.
001659 01  CHK-MEMO-LINE.
001660     02  FILLER             PIC X(05) VALUE '*    '.
001661     02  FILLER             PIC X(25)
001662         VALUE 'MEMO: PAYROLL - EMPLOYEE '.
001663     02  CHK-MEMO-EMP-ID    PIC X(05).
001664     02  FILLER             PIC X(44) VALUE SPACES.
001665     02  FILLER             PIC X(01) VALUE '*'.
001666 01  CHKREG-TITLE-LINE.
001667     02  FILLER             PIC X(24) VALUE SPACES.
001668     02  FILLER             PIC X(23)
001669         VALUE 'EASYCALC CHECK REGISTER'.
001670     02  FILLER             PIC X(85) VALUE SPACES.
001671 01  CHKREG-HEADING-LINE.
001672     02  FILLER             PIC X(02) VALUE SPACES.
001673     02  FILLER             PIC X(10) VALUE 'CHECK NO'.
001674     02  FILLER             PIC X(08) VALUE 'EMP ID'.
001675     02  FILLER             PIC X(20) VALUE 'EMPLOYEE NAME'.
001676     02  FILLER             PIC X(14) VALUE '      AMOUNT'.
001677     02  FILLER             PIC X(78) VALUE SPACES.
001678 01  CHKREG-DETAIL-LINE.
001679     02  FILLER             PIC X(02) VALUE SPACES.
001680     02  CRL-CHECK-NO       PIC 9(08).
001681     02  FILLER             PIC X(02) VALUE SPACES.
001682     02  CRL-EMP-ID         PIC X(05).
001683     02  FILLER             PIC X(03) VALUE SPACES.
001684     02  CRL-EMP-NAME       PIC X(20).
001685     02  FILLER             PIC X(02) VALUE SPACES.
001686     02  CRL-AMOUNT         PIC $$,$$$,$$9.99.
001687     02  FILLER             PIC X(77) VALUE SPACES.
001688 01  CHKREG-TRAILER-LINE.
001689     02  FILLER             PIC X(25)
001690         VALUE '*** END OF CHECK RUN *** '.
001691     02  FILLER             PIC X(16) VALUE 'CHECKS ISSUED: '.
001692     02  CRT-COUNT          PIC ZZ,ZZ9.
001693     02  FILLER             PIC X(02) VALUE SPACES.
001694     02  FILLER             PIC X(13) VALUE 'TOTAL NET:  '.
001695     02  CRT-TOTAL          PIC $$,$$$,$$9.99-.
001696     02  FILLER             PIC X(56) VALUE SPACES.
001697 01  EXCEPTION-LINE.
001698     02  FILLER             PIC X(17) VALUE '*** PAY VARIANCE '.
001699     02  EX-EMP-ID          PIC X(05).
001700     02  FILLER             PIC X(01) VALUE SPACE.
001701     02  FILLER             PIC X(07) VALUE 'PRIOR '.
001702     02  EX-PRIOR-GROSS     PIC $$,$$9.99.
001703     02  FILLER             PIC X(03) VALUE SPACES.
001704     02  FILLER             PIC X(08) VALUE 'CURRENT '.
001705     02  EX-CURR-GROSS      PIC $$,$$9.99.
001706     02  FILLER             PIC X(03) VALUE SPACES.
001707     02  FILLER             PIC X(09) VALUE 'VARIANCE '.
001708     02  EX-VARIANCE-PCT    PIC ZZ9.99.
001709     02  FILLER             PIC X(01) VALUE '%'.
001710     02  FILLER             PIC X(09) VALUE SPACES.
001711 01  EXCEPT-TRIAL-LINE.
001712     02  FILLER             PIC X(30)
001713         VALUE 'EASYCALC PAY VARIANCE REPORT '.
001714     02  FILLER             PIC X(16) VALUE 'TRIAL - NOT PAID'.
001715     02  FILLER             PIC X(41) VALUE SPACES.
001716 01  LABOR-TITLE-LINE.
001717     02  FILLER             PIC X(24) VALUE SPACES.
001718     02  FILLER             PIC X(38)
001719         VALUE 'EASYCALC LABOR DISTRIBUTION BY CHARGE'.
001720     02  FILLER             PIC X(05) VALUE 'PAGE '.
001721     02  LT-PAGE-NO         PIC ZZ9.
001722     02  FILLER             PIC X(04) VALUE SPACES.
001723     02  LT-TRIAL-STAMP     PIC X(16) VALUE SPACES.
001724     02  FILLER             PIC X(42) VALUE SPACES.
001725 01  LABOR-HEADING-LINE.
001726     02  FILLER             PIC X(02) VALUE SPACES.
001727     02  FILLER             PIC X(08) VALUE 'CHARGE'.
001728     02  FILLER             PIC X(08) VALUE 'EMP ID'.
001729     02  FILLER             PIC X(22) VALUE 'EMPLOYEE NAME'.
001730     02  FILLER             PIC X(06) VALUE 'HOME'.
001731     02  FILLER             PIC X(09) VALUE '    HOURS'.
001732     02  FILLER             PIC X(14) VALUE '        AMOUNT'.
001733     02  FILLER             PIC X(63) VALUE SPACES.
001734 01  LABOR-DETAIL-LINE.
001735     02  FILLER             PIC X(02) VALUE SPACES.
001736     02  LB-CHARGE-TYPE     PIC X(01).
001737     02  FILLER             PIC X(01) VALUE SPACE.
001738     02  LB-CHARGE-CODE     PIC X(04).
001739     02  FILLER             PIC X(02) VALUE SPACES.
001740     02  LB-EMP-ID          PIC X(05).
001741     02  FILLER             PIC X(03) VALUE SPACES.
001742     02  LB-EMP-NAME        PIC X(20).
001743     02  FILLER             PIC X(02) VALUE SPACES.
001744     02  LB-HOME-DEPT       PIC X(04).
001745     02  FILLER             PIC X(02) VALUE SPACES.
001746     02  LB-HOURS           PIC ZZ,ZZ9-.
001747     02  FILLER             PIC X(02) VALUE SPACES.
001748     02  LB-AMOUNT          PIC $$,$$$,$$9.99-.
001749     02  FILLER             PIC X(63) VALUE SPACES.
001750 01  LABOR-CHARGE-LINE.
001751     02  FILLER             PIC X(02) VALUE SPACES.
001752     02  FILLER             PIC X(10) VALUE '** CHARGE '.
001753     02  LC-CHARGE-TYPE     PIC X(01).
001754     02  FILLER             PIC X(01) VALUE SPACE.
001755     02  LC-CHARGE-CODE     PIC X(04).
001756     02  FILLER             PIC X(10) VALUE '  ACCOUNT '.
001757     02  LC-ACCOUNT         PIC X(08).
001758     02  FILLER             PIC X(01) VALUE SPACE.
001759     02  LC-DESC            PIC X(20).
001760     02  FILLER             PIC X(02) VALUE SPACES.
001761     02  LC-HOURS           PIC Z,ZZZ,ZZ9-.
001762     02  FILLER             PIC X(02) VALUE SPACES.
001763     02  LC-AMOUNT          PIC $$$$,$$$,$$9.99-.
001764     02  FILLER             PIC X(45) VALUE SPACES.
001765 01  LABOR-TOTAL-LINE.
001766     02  FILLER             PIC X(02) VALUE SPACES.
001767     02  LTL-LABEL          PIC X(45) VALUE SPACES.
001768     02  FILLER             PIC X(02) VALUE SPACES.
001769     02  LTL-HOURS          PIC Z,ZZZ,ZZ9-.
001770     02  FILLER             PIC X(02) VALUE SPACES.
001771     02  LTL-AMOUNT         PIC $$$$,$$$,$$9.99-.
001772     02  FILLER             PIC X(02) VALUE SPACES.
001773     02  LTL-STATUS         PIC X(14) VALUE SPACES.
001774     02  FILLER             PIC X(39) VALUE SPACES.
001775*
001776*****************************************************
001777* SEGURANCA DE OPERADORES: OPERADOR IDENTIFICADO PELA
001778* 9400, PAPEL MINIMO EXIGIDO, SEGUNDO APROVADOR E
001779* DADOS DO PROXIMO REGISTRO DO SECLOG. A SENHA
001780* DIGITADA SO FICA NA AREA ATE O CALCULO DO CODIGO.
001781*****************************************************
001782 01  WS-OPERFILE-STATUS     PIC X(02)  VALUE '00'.
001783 01  WS-SECLOG-STATUS       PIC X(02)  VALUE '00'.
001784 01  SGN-ROLE-VALUES.
001785     02  SGN-ROLE-INQUIRY   PIC 9(01)  VALUE 1.
001786     02  SGN-ROLE-CLERK     PIC 9(01)  VALUE 2.
001787     02  SGN-ROLE-SUPERVISOR PIC 9(01) VALUE 3.
001788     02  SGN-ROLE-MANAGER   PIC 9(01)  VALUE 4.
001789 01  SGN-WORK-AREAS.
001790     02  SGN-PROGRAM        PIC X(08)  VALUE 'EASYCALC'.
001791     02  SGN-OPER-ID        PIC X(08)  VALUE SPACES.
001792     02  SGN-OPER-ROLE      PIC 9(01)  VALUE ZERO.
001793     02  SGN-APPROVER-ID    PIC X(08)  VALUE SPACES.
001794     02  SGN-REQUIRED-ROLE  PIC 9(01)  VALUE ZERO.
001795     02  SGN-CHECK-ROLE     PIC 9(01)  VALUE ZERO.
001796     02  SGN-ATTEMPTS       PIC 9(01)  VALUE ZERO.
001797     02  SGN-RESULT-SWITCH  PIC X(01)  VALUE 'N'.
001798         88  SIGN-ON-ACCEPTED          VALUE 'Y'.
001799     02  SGN-KEY-IN.
001800         03  SGN-IN-ID      PIC X(08)  VALUE SPACES.
001801         03  SGN-IN-PASSWORD PIC X(08) VALUE SPACES.
001802     02  SGN-KEY-CHARS REDEFINES SGN-KEY-IN.
001803         03  SGN-KEY-CHAR   PIC X(01)  OCCURS 16 TIMES.
001804     02  SGN-HASH           PIC 9(10)  VALUE ZERO.
001805     02  SGN-HASH-WORK      PIC 9(12)  VALUE ZERO.
001806     02  SGN-HASH-QUOTIENT  PIC 9(12)  VALUE ZERO.
001807     02  SGN-CHAR-POS       PIC 9(02)  VALUE ZERO.
001808     02  SGN-LOG-EVENT      PIC X(01)  VALUE SPACE.
001809     02  SGN-LOG-OPER-ID    PIC X(08)  VALUE SPACES.
001810     02  SGN-LOG-DETAIL     PIC X(40)  VALUE SPACES.
001811 01  SGN-CHAR-VALUES.
001812     02  FILLER             PIC X(32)
001813         VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
001814     02  FILLER             PIC X(32)
001815         VALUE '56789abcdefghijklmnopqrstuvwxyz-'.
001816 01  SGN-CHAR-TABLE REDEFINES SGN-CHAR-VALUES.
001817     02  SGN-CHAR           PIC X(01)  OCCURS 64 TIMES.
001818 77  SGN-KEY-SUB            PIC S9(3) COMP  VALUE ZERO.
001819 77  SGN-CHAR-SUB           PIC S9(3) COMP  VALUE ZERO.
001820*
001821*****************************************************
001822* HASH DO HOURSIN PARA O CONTROLE DE EXECUCAO: CADA
001823* POSICAO DE CADA REGISTRO, NA ORDEM DO ARQUIVO, ENTRA
001824* NO CODIGO PELA ORDEM DO CARACTER NA TABELA HIN-CHAR
001825* (73 FORA DELA), NA MESMA CONTA DA SENHA DO OPERFILE.
001826* A CONTA E IGUAL NO HRSEDIT E NO EASYCALC.
001827*****************************************************
001828 01  HIN-HASH-AREAS.
001829     02  HIN-RECORD-IMAGE   PIC X(19)  VALUE SPACES.
001830     02  HIN-RECORD-CHARS REDEFINES HIN-RECORD-IMAGE.
001831         03  HIN-REC-CHAR   PIC X(01)  OCCURS 19 TIMES.
001832     02  HIN-HASH           PIC 9(10)  VALUE ZERO.
001833     02  HIN-HASH-WORK      PIC 9(12)  VALUE ZERO.
001834     02  HIN-HASH-QUOTIENT  PIC 9(12)  VALUE ZERO.
001835     02  HIN-CHAR-POS       PIC 9(02)  VALUE ZERO.
001836 01  HIN-CHAR-VALUES.
001837     02  FILLER             PIC X(32)
001838         VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
001839     02  FILLER             PIC X(32)
001840         VALUE '56789abcdefghijklmnopqrstuvwxyz-'.
001841     02  FILLER             PIC X(08)
001842         VALUE '{}+.,/*&'.
001843 01  HIN-CHAR-TABLE REDEFINES HIN-CHAR-VALUES.
001844     02  HIN-CHAR           PIC X(01)  OCCURS 72 TIMES.
001845 77  HIN-REC-SUB            PIC S9(3) COMP  VALUE ZERO.
001846 77  HIN-CHAR-SUB           PIC S9(3) COMP  VALUE ZERO.
001847 PROCEDURE DIVISION.
001848 0000-MAINLINE.
001849     PERFORM 1000-INITIALIZE-RUN
001850         THRU 1000-EXIT.
001851     PERFORM 1300-SORT-HOURS
001852         THRU 1300-EXIT.
001853     IF NOT RESTART-FILE-FOUND
001854         PERFORM 1800-WRITE-BANK-HEADER
001855             THRU 1800-EXIT
001856     END-IF.
001857     IF RESTART-FILE-FOUND
001858         PERFORM 1200-SKIP-TO-RESTART-POINT
001859             THRU 1200-EXIT
001860     END-IF.
001861     PERFORM 2100-READ-SORTED-HOURS
001862         THRU 2100-EXIT.
001863     PERFORM 3000-PROCESS-EMPLOYEE
001864         THRU 3000-EXIT
001865         UNTIL HOURSIN-EOF.
001866     PERFORM 8000-TERMINATE-RUN
001867         THRU 8000-EXIT.
001868     STOP RUN.
001869*
001870*****************************************************
001871* 1000-INITIALIZE-RUN - PEDE O MODO DO RUN AO OPERADOR
001872* (PAGAMENTO OU TESTE), ABRE OS ARQUIVOS DO PROGRAMA E
001873* VERIFICA SE EXISTE UM CHECKPOINT DE UMA EXECUCAO
001874* ANTERIOR PARA RETOMAR O PROCESSAMENTO A PARTIR DELE.
001875* NO RUN DE TESTE SO SAO ABERTOS OS RELATORIOS E OS
001876* ARQUIVOS DE CONSULTA (1050), E UM CHECKPOINT PENDENTE
001877* RECUSA O TESTE, POIS O RESTART DO RUN DE PAGAMENTO
001878* CONTINUA OS MESMOS RELATORIOS.
001879*****************************************************
001880 1000-INITIALIZE-RUN.
001881     DISPLAY 'EASYCALC - RUN MODE (P=PAY RUN, T=TRIAL RUN):'.
001882     ACCEPT WS-RUN-MODE-SWITCH.
001883     IF NOT PAY-RUN
001884         AND NOT TRIAL-RUN
001885         MOVE 'INVALID RUN MODE - ENTER P OR T' TO
001886             WS-ABORT-MESSAGE
001887         PERFORM 9000-ABORT-RUN
001888             THRU 9000-EXIT
001889     END-IF.
001890     IF TRIAL-RUN
001891         MOVE 'TRIAL - NOT PAID' TO RPT-TRIAL-STAMP
001892         MOVE 'TRIAL - NOT PAID' TO LT-TRIAL-STAMP
001893         DISPLAY 'EASYCALC - TRIAL RUN - NOTHING WILL BE PAID'
001894     END-IF.
001895     ACCEPT WS-RUN-DATE FROM DATE.
001896     MOVE WS-RUN-MM TO RPT-RUN-MM.
001897     MOVE WS-RUN-DD TO RPT-RUN-DD.
001898     MOVE WS-RUN-YY TO RPT-RUN-YY.
001899     PERFORM 1060-CHECK-RUN-CONTROL
001900         THRU 1060-EXIT.
001901     OPEN INPUT  HOURSIN.
001902     OPEN INPUT  EMP-FILE.
001903     IF WS-EMPMAST-STATUS NOT = '00'
001904         MOVE 'EMPLOYEE MASTER EMPMAST NOT AVAILABLE' TO
001905             WS-ABORT-MESSAGE
001906         PERFORM 9000-ABORT-RUN
001907             THRU 9000-EXIT
001908     END-IF.
001909     PERFORM 1400-LOAD-PARAMETERS
001910         THRU 1400-EXIT.
001911     PERFORM 1450-LOAD-TAX-TABLE
001912         THRU 1450-EXIT.
001913     PERFORM 1480-LOAD-LEAVE-RATES
001914         THRU 1480-EXIT.
001915     PERFORM 1600-LOAD-GL-MAP
001916         THRU 1600-EXIT.
001917     PERFORM 1700-LOAD-CALENDAR
001918         THRU 1700-EXIT.
001919     PERFORM 1900-LOAD-PAID-BATCH
001920         THRU 1900-EXIT.
001921     PERFORM 1950-LOAD-CHECK-CONTROL
001922         THRU 1950-EXIT.
001923     PERFORM 1100-CHECK-RESTART
001924         THRU 1100-EXIT.
001925     IF TRIAL-RUN
001926         AND RESTART-FILE-FOUND
001927         MOVE 'CHECKPOINT PENDING - TRIAL RUN REFUSED' TO
001928             WS-ABORT-MESSAGE
001929         PERFORM 9000-ABORT-RUN
001930             THRU 9000-EXIT
001931     END-IF.
001932     IF TRIAL-RUN
001933         OPEN INPUT YTD-FILE
001934         IF WS-YTD-STATUS = '00'
001935             MOVE 'Y' TO WS-YTD-OPEN-SWITCH
001936         END-IF
001937     ELSE
001938         OPEN I-O YTD-FILE
001939         IF WS-YTD-STATUS NOT = '00'
001940             OPEN OUTPUT YTD-FILE
001941             CLOSE YTD-FILE
001942             OPEN I-O YTD-FILE
001943         END-IF
001944         MOVE 'Y' TO WS-YTD-OPEN-SWITCH
001945     END-IF.
001946     IF TRIAL-RUN
001947         OPEN INPUT LEAVE-FILE
001948         IF WS-LEAVE-STATUS = '00'
001949             MOVE 'Y' TO WS-LEAVE-OPEN-SWITCH
001950         END-IF
001951     ELSE
001952         OPEN I-O LEAVE-FILE
001953         IF WS-LEAVE-STATUS NOT = '00'
001954             OPEN OUTPUT LEAVE-FILE
001955             CLOSE LEAVE-FILE
001956             OPEN I-O LEAVE-FILE
001957         END-IF
001958         MOVE 'Y' TO WS-LEAVE-OPEN-SWITCH
001959     END-IF.
001960     IF TRIAL-RUN
001961         PERFORM 1050-OPEN-TRIAL-FILES
001962             THRU 1050-EXIT
001963         GO TO 1000-EXIT
001964     END-IF.
001965     IF RESTART-FILE-FOUND
001966         OPEN EXTEND OUTFILE
001967         IF WS-OUTFILE-STATUS NOT = '00'
001968             OPEN OUTPUT OUTFILE
001969         END-IF
001970     ELSE
001971         OPEN OUTPUT OUTFILE
001972         PERFORM 1500-WRITE-PARM-PAGE
001973             THRU 1500-EXIT
001974     END-IF.
001975     IF RESTART-FILE-FOUND
001976         OPEN EXTEND EXCEPTION-FILE
001977         IF WS-EXCEPT-STATUS NOT = '00'
001978             OPEN OUTPUT EXCEPTION-FILE
001979         END-IF
001980     ELSE
001981         OPEN OUTPUT EXCEPTION-FILE
001982     END-IF.
001983     IF RESTART-FILE-FOUND
001984         OPEN EXTEND DEPT-RECAP-FILE
001985         IF WS-RECAP-STATUS NOT = '00'
001986             OPEN OUTPUT DEPT-RECAP-FILE
001987         END-IF
001988     ELSE
001989         OPEN OUTPUT DEPT-RECAP-FILE
001990     END-IF.
001991     IF RESTART-FILE-FOUND
001992         OPEN EXTEND LABOR-DIST-FILE
001993         IF WS-LABDIST-STATUS NOT = '00'
001994             OPEN OUTPUT LABOR-DIST-FILE
001995         END-IF
001996     ELSE
001997         OPEN OUTPUT LABOR-DIST-FILE
001998     END-IF.
001999     IF RESTART-FILE-FOUND
002000         OPEN EXTEND BANK-FILE
002001         IF WS-BANK-STATUS NOT = '00'
002002             OPEN OUTPUT BANK-FILE
002003         END-IF
002004     ELSE
002005         OPEN OUTPUT BANK-FILE
002006     END-IF.
002007     IF RESTART-FILE-FOUND
002008         OPEN EXTEND STUB-FILE
002009         IF WS-STUB-STATUS NOT = '00'
002010             OPEN OUTPUT STUB-FILE
002011         END-IF
002012     ELSE
002013         OPEN OUTPUT STUB-FILE
002014     END-IF.
002015     IF RESTART-FILE-FOUND
002016         OPEN EXTEND CHECK-PRINT-FILE
002017         IF WS-CHKPRT-STATUS NOT = '00'
002018             OPEN OUTPUT CHECK-PRINT-FILE
002019         END-IF
002020         OPEN EXTEND CHECK-REG-FILE
002021         IF WS-CHKREG-STATUS NOT = '00'
002022             OPEN OUTPUT CHECK-REG-FILE
002023         END-IF
002024     ELSE
002025         OPEN OUTPUT CHECK-PRINT-FILE
002026         OPEN OUTPUT CHECK-REG-FILE
002027         WRITE CHKREG-REC FROM CHKREG-TITLE-LINE
002028             AFTER ADVANCING PAGE
002029         WRITE CHKREG-REC FROM CHKREG-HEADING-LINE
002030             AFTER ADVANCING 2 LINES
002031     END-IF.
002032     OPEN I-O CHECK-MAST-FILE.
002033     IF WS-CHKMAST-STATUS NOT = '00'
002034         OPEN OUTPUT CHECK-MAST-FILE
002035         CLOSE CHECK-MAST-FILE
002036         OPEN I-O CHECK-MAST-FILE
002037     END-IF.
002038     MOVE WS-RUN-MM TO SH-RUN-MM.
002039     MOVE WS-RUN-DD TO SH-RUN-DD.
002040     MOVE WS-RUN-YY TO SH-RUN-YY.
002041     MOVE WS-RUN-MM TO CHK-RUN-MM.
002042     MOVE WS-RUN-DD TO CHK-RUN-DD.
002043     MOVE WS-RUN-YY TO CHK-RUN-YY.
002044     OPEN EXTEND JOURNAL-FILE.
002045     IF WS-JOURNAL-STATUS NOT = '00'
002046         OPEN OUTPUT JOURNAL-FILE
002047     END-IF.
002048     OPEN I-O DED-FILE.
002049     IF WS-DED-STATUS = '00'
002050         MOVE 'Y' TO WS-DED-OPEN-SWITCH
002051     END-IF.
002052     OPEN I-O HIST-FILE.
002053     IF WS-HIST-STATUS NOT = '00'
002054         OPEN OUTPUT HIST-FILE
002055         CLOSE HIST-FILE
002056         OPEN I-O HIST-FILE
002057     END-IF.
002058 1000-EXIT.
002059     EXIT.
002060*
002061*****************************************************
002062* 1050-OPEN-TRIAL-FILES - COMPLETA A ABERTURA DO RUN DE
002063* TESTE: REGISTRO, EXCECOES, RECAPITULACAO E
002064* DISTRIBUICAO VAO PARA OS ARQUIVOS TRIAL-, SEM TOCAR
002065* NOS DO ULTIMO RUN DE PAGAMENTO (O PAYBAL E O BANCO
002066* AINDA PODEM PRECISAR DELES); AS ELEICOES DE DESCONTO
002067* SO PARA CONSULTA (O SALDO DE ATRASADOS NAO E
002068* REGRAVADO) E O CARIMBO DE TESTE NO TOPO DO RELATORIO
002069* DE EXCECOES. BANKPAY, CHEQUES, DEMONSTRATIVOS,
002070* YTDJRNL E PAYHIST NAO SAO ABERTOS.
002071*****************************************************
002072 1050-OPEN-TRIAL-FILES.
002073     OPEN OUTPUT TRIAL-OUTFILE.
002074     PERFORM 1500-WRITE-PARM-PAGE
002075         THRU 1500-EXIT.
002076     OPEN OUTPUT TRIAL-EXCEPT-FILE.
002077     OPEN OUTPUT TRIAL-RECAP-FILE.
002078     OPEN OUTPUT TRIAL-LABDIST-FILE.
002079     OPEN INPUT DED-FILE.
002080     IF WS-DED-STATUS = '00'
002081         MOVE 'Y' TO WS-DED-OPEN-SWITCH
002082     END-IF.
002083     WRITE TRIAL-EXCEPT-REC FROM EXCEPT-TRIAL-LINE
002084         AFTER ADVANCING PAGE.
002085 1050-EXIT.
002086     EXIT.
002087*
002088*****************************************************
002089* 1060-CHECK-RUN-CONTROL - CONTA O HOURSIN E CONFERE
002090* NO RUNCTL QUE O ULTIMO HRSEDIT TERMINOU LIMPO (RC 0)
002091* SOBRE ESTE MESMO HOURSIN: MESMA CONTAGEM DE
002092* REGISTROS E MESMO HASH (TODAS AS POSICOES DE TODOS
002093* OS REGISTROS). HOURSIN NAO EDITADO, EDITADO COM
002094* ERRO OU ALTERADO DEPOIS DO HRSEDIT SO PASSA COM
002095* LIBERACAO DO SUPERVISOR. O RUN DE TESTE NAO E
002096* CONFERIDO, SO REGISTRADO. GRAVA O INICIO DO RUN NO
002097* RUNCTL.
002098*****************************************************
002099 1060-CHECK-RUN-CONTROL.
002100     PERFORM 1065-COUNT-HOURSIN
002101         THRU 1065-EXIT.
002102     IF TRIAL-RUN
002103         MOVE 'T' TO RCL-RUN-MODE
002104         GO TO 1060-WRITE-START
002105     END-IF.
002106     MOVE 'P' TO RCL-RUN-MODE.
002107     PERFORM 9200-READ-RUN-CONTROL
002108         THRU 9200-EXIT.
002109     IF PRIOR-STEP-NEVER-RAN
002110         MOVE 'HRSEDIT HAS NOT BEEN RUN' TO RCL-REFUSAL
002111         GO TO 1060-REFUSED
002112     END-IF.
002113     IF NOT PRIOR-STEP-FINISHED
002114         MOVE 'HRSEDIT DID NOT FINISH' TO RCL-REFUSAL
002115         GO TO 1060-REFUSED
002116     END-IF.
002117     IF RCL-PRIOR-RC NOT = ZERO
002118         MOVE 'HRSEDIT DID NOT END CLEAN' TO RCL-REFUSAL
002119         GO TO 1060-REFUSED
002120     END-IF.
002121     IF RCL-PRIOR-COUNT NOT = RCL-REC-COUNT
002122         OR RCL-PRIOR-HASH NOT = RCL-HASH-TOTAL
002123         MOVE 'HOURSIN CHANGED SINCE HRSEDIT PASSED IT' TO
002124             RCL-REFUSAL
002125         GO TO 1060-REFUSED
002126     END-IF.
002127     GO TO 1060-WRITE-START.
002128 1060-REFUSED.
002129     PERFORM 9300-REQUEST-OVERRIDE
002130         THRU 9300-EXIT.
002131 1060-WRITE-START.
002132     MOVE 'S' TO RCL-EVENT.
002133     PERFORM 9100-WRITE-RUN-CONTROL
002134         THRU 9100-EXIT.
002135 1060-EXIT.
002136     EXIT.
002137*
002138*****************************************************
002139* 1065-COUNT-HOURSIN - PASSADA PREVIA PELO HOURSIN:
002140* CONTA TODOS OS REGISTROS E CALCULA O HASH DE TODAS
002141* AS POSICOES DE CADA REGISTRO (1068), DO MESMO JEITO
002142* QUE O HRSEDIT; O PRIMEIRO HEADER DA O RUN-ID GRAVADO
002143* NO RUNCTL.
002144*****************************************************
002145 1065-COUNT-HOURSIN.
002146     MOVE 'HOURSIN.DAT' TO RCL-FILE-NAME.
002147     MOVE ZERO TO RCL-REC-COUNT.
002148     MOVE ZERO TO RCL-HASH-TOTAL.
002149     MOVE ZERO TO HIN-HASH.
002150     MOVE 'N' TO RCL-INPUT-EOF-SWITCH.
002151     OPEN INPUT HOURSIN.
002152     PERFORM 1066-READ-HOURSIN-COUNT
002153         THRU 1066-EXIT.
002154     PERFORM 1067-TALLY-HOURSIN
002155         THRU 1067-EXIT
002156         UNTIL RCL-INPUT-EOF.
002157     CLOSE HOURSIN.
002158 1065-EXIT.
002159     EXIT.
002160*
002161*****************************************************
002162* 1066-READ-HOURSIN-COUNT - LE O PROXIMO REGISTRO DO
002163* HOURSIN NA PASSADA PREVIA.
002164*****************************************************
002165 1066-READ-HOURSIN-COUNT.
002166     READ HOURSIN
002167         AT END
002168             MOVE 'Y' TO RCL-INPUT-EOF-SWITCH
002169     END-READ.
002170 1066-EXIT.
002171     EXIT.
002172*
002173*****************************************************
002174* 1067-TALLY-HOURSIN - ACUMULA UM REGISTRO DO HOURSIN
002175* NA CONTAGEM E NO HASH DO CONTROLE DE EXECUCAO.
002176*****************************************************
002177 1067-TALLY-HOURSIN.
002178     ADD 1 TO RCL-REC-COUNT.
002179     IF HOURS-HEADER-REC
002180         AND RCL-PERIOD-END = ZERO
002181         MOVE HB-PERIOD-END TO RCL-PERIOD-END
002182         MOVE HB-BATCH-NO TO RCL-BATCH-NO
002183     END-IF.
002184     MOVE HOURSIN-RECORD TO HIN-RECORD-IMAGE.
002185     PERFORM 1068-HASH-HOURSIN-CHAR
002186         THRU 1068-EXIT
002187         VARYING HIN-REC-SUB FROM 1 BY 1
002188         UNTIL HIN-REC-SUB > 19.
002189     MOVE HIN-HASH TO RCL-HASH-TOTAL.
002190     PERFORM 1066-READ-HOURSIN-COUNT
002191         THRU 1066-EXIT.
002192 1067-EXIT.
002193     EXIT.
002194*
002195*****************************************************
002196* 1068-HASH-HOURSIN-CHAR - SOMA UMA POSICAO DO REGISTRO
002197* DO HOURSIN AO HASH.
002198*****************************************************
002199 1068-HASH-HOURSIN-CHAR.
002200     MOVE ZERO TO HIN-CHAR-POS.
002201     PERFORM 1069-MATCH-HOURSIN-CHAR
002202         THRU 1069-EXIT
002203         VARYING HIN-CHAR-SUB FROM 1 BY 1
002204         UNTIL HIN-CHAR-SUB > 72
002205         OR HIN-CHAR-POS NOT = ZERO.
002206     IF HIN-CHAR-POS = ZERO
002207         MOVE 73 TO HIN-CHAR-POS
002208     END-IF.
002209     MULTIPLY HIN-HASH BY 79 GIVING HIN-HASH-WORK.
002210     ADD HIN-CHAR-POS TO HIN-HASH-WORK.
002211     DIVIDE HIN-HASH-WORK BY 999999937
002212         GIVING HIN-HASH-QUOTIENT
002213         REMAINDER HIN-HASH.
002214 1068-EXIT.
002215     EXIT.
002216*
002217*****************************************************
002218* 1069-MATCH-HOURSIN-CHAR - COMPARA UMA ENTRADA DA
002219* TABELA DE CARACTERES COM A POSICAO DA VEZ.
002220*****************************************************
002221 1069-MATCH-HOURSIN-CHAR.
002222     IF HIN-CHAR (HIN-CHAR-SUB) = HIN-REC-CHAR (HIN-REC-SUB)
002223         MOVE HIN-CHAR-SUB TO HIN-CHAR-POS
002224     END-IF.
002225 1069-EXIT.
002226     EXIT.
002227*
002228*****************************************************
002229* 1100-CHECK-RESTART - PROCURA POR RESTART.DAT; SE
002230* EXISTIR, LE O ULTIMO CHECKPOINT GRAVADO (EMP-ID, TOTAIS
002231* E A POSICAO NO RELATORIO) PARA A EXECUCAO SER RETOMADA
002232* DAQUELE PONTO, CONTINUANDO A PAGINACAO JA EM ANDAMENTO.
002233*****************************************************
002234 1100-CHECK-RESTART.
002235     OPEN INPUT RESTART-FILE.
002236     IF WS-RESTART-STATUS = '00'
002237         MOVE 'N' TO WS-RESTART-EOF-SWITCH
002238         PERFORM 1110-READ-LAST-CHECKPOINT
002239             THRU 1110-EXIT
002240             UNTIL RESTART-FILE-EOF
002241         CLOSE RESTART-FILE
002242     END-IF.
002243     IF RESTART-FILE-FOUND
002244         MOVE RS-EMP-COUNT    TO PAY-EMP-COUNT
002245         MOVE RS-TOTAL-GROSS  TO PAY-TOTAL-GROSS
002246         MOVE RS-PAGE-NUMBER  TO PAY-PAGE-NUMBER
002247         MOVE RS-LINE-COUNT   TO PAY-LINE-COUNT
002248         MOVE RS-CURR-DEPT    TO PAY-CURR-DEPT
002249         MOVE RS-DEPT-SWITCH  TO WS-DEPT-SWITCH
002250         MOVE RS-DEPT-EMP-COUNT TO DEPT-EMP-COUNT
002251         MOVE RS-DEPT-GROSS   TO DEPT-GROSS
002252         MOVE RS-DEPT-OT-PAY  TO DEPT-OT-PAY
002253         MOVE RS-DEPT-NET     TO DEPT-NET
002254         MOVE RS-TOTAL-NET    TO PAY-TOTAL-NET
002255         MOVE RS-BANK-COUNT   TO PAY-BANK-COUNT
002256         MOVE RS-RECORD-ORDINAL TO PAY-RESTART-ORDINAL
002257         MOVE RS-TOTAL-TAX    TO PAY-TOTAL-TAX
002258         MOVE RS-TOTAL-DEDS   TO PAY-TOTAL-DEDS
002259         MOVE RS-BANK-NET     TO PAY-BANK-NET
002260         MOVE RS-CHECK-COUNT  TO PAY-CHECK-COUNT
002261         MOVE RS-CHECK-NET    TO PAY-CHECK-NET
002262         MOVE RS-NEXT-CHECK-NO TO PAY-NEXT-CHECK-NO
002263         MOVE RS-BATCH-COUNT  TO BATCH-COUNT
002264         MOVE RS-HEAD-COUNT   TO PAY-HEAD-COUNT
002265         MOVE RS-HEAD-KEY     TO PAY-LAST-HEAD-KEY
002266         MOVE RS-TAX-HEAD-GROSS TO TAX-HEAD-GROSS
002267         MOVE RS-TAX-HEAD-WITHHELD TO TAX-HEAD-WITHHELD
002268         PERFORM 1130-RESTORE-BATCH-ENTRY
002269             THRU 1130-EXIT
002270             VARYING BATCH-SUB FROM 1 BY 1
002271             UNTIL BATCH-SUB > BATCH-COUNT
002272     END-IF.
002273 1100-EXIT.
002274     EXIT.
002275*
002276*****************************************************
002277* 1130-RESTORE-BATCH-ENTRY - DEVOLVE PARA A TABELA DE
002278* LOTES UMA ENTRADA GRAVADA NO ULTIMO CHECKPOINT, PARA
002279* OS SUBTOTAIS POR LOTE E A GRAVACAO EM PAIDBAT.DAT
002280* CONTINUAREM CORRETOS APOS O RESTART.
002281*****************************************************
002282 1130-RESTORE-BATCH-ENTRY.
002283     MOVE RS-BA-PERIOD-END (BATCH-SUB)
002284         TO BA-PERIOD-END (BATCH-SUB).
002285     MOVE RS-BA-BATCH-NO (BATCH-SUB)
002286         TO BA-BATCH-NO (BATCH-SUB).
002287     MOVE RS-BA-PERIOD-NO (BATCH-SUB)
002288         TO BA-PERIOD-NO (BATCH-SUB).
002289     MOVE RS-BA-EMP-COUNT (BATCH-SUB)
002290         TO BA-EMP-COUNT (BATCH-SUB).
002291     MOVE RS-BA-HOURS (BATCH-SUB)
002292         TO BA-HOURS (BATCH-SUB).
002293     MOVE RS-BA-GROSS (BATCH-SUB)
002294         TO BA-GROSS (BATCH-SUB).
002295     MOVE RS-BA-NET (BATCH-SUB)
002296         TO BA-NET (BATCH-SUB).
002297 1130-EXIT.
002298     EXIT.
002299*
002300*****************************************************
002301* 1110-READ-LAST-CHECKPOINT - LE UM REGISTRO DE
002302* RESTART-FILE; O ARQUIVO PODE CONTER VARIOS CHECKPOINTS
002303* (UM POR INTERVALO), E O LACO NA 1100 REPETE ESTA
002304* LEITURA ATE O FIM, DE FORMA QUE RESTART-RECORD FIQUE
002305* COM O ULTIMO (MAIS RECENTE) CHECKPOINT GRAVADO.
002306*****************************************************
002307 1110-READ-LAST-CHECKPOINT.
002308     READ RESTART-FILE
002309         AT END
002310             MOVE 'Y' TO WS-RESTART-EOF-SWITCH
002311         NOT AT END
002312             SET RESTART-FILE-FOUND TO TRUE
002313     END-READ.
002314 1110-EXIT.
002315     EXIT.
002316*
002317*****************************************************
002318* 1200-SKIP-TO-RESTART-POINT - AVANCA A LEITURA DAS
002319* HORAS CLASSIFICADAS EXATAMENTE ATE O NUMERO DE
002320* REGISTROS JA CONSUMIDOS NO ULTIMO CHECKPOINT (COPIADO
002321* PELA 1100 PARA PAY-RESTART-ORDINAL, POIS A AREA DO
002322* REGISTRO DE RESTART E INDEFINIDA DEPOIS DO CLOSE),
002323* DE MODO QUE O PROCESSAMENTO
002324* CONTINUE NO REGISTRO SEGUINTE AINDA NAO PAGO; O
002325* MESMO FUNCIONARIO PODE TER VARIOS REGISTROS (HORAS E
002326* AJUSTES), POR ISSO A RETOMADA E POR CONTAGEM E NAO
002327* POR EMP-ID.
002328*****************************************************
002329 1200-SKIP-TO-RESTART-POINT.
002330     PERFORM 2100-READ-SORTED-HOURS
002331         THRU 2100-EXIT
002332         UNTIL HOURSIN-EOF
002333         OR PAY-RECORD-ORDINAL NOT < PAY-RESTART-ORDINAL.
002334 1200-EXIT.
002335     EXIT.
002336*
002337*****************************************************
002338* 1300-SORT-HOURS - CLASSIFICA AS HORAS DE ENTRADA POR
002339* DEPARTAMENTO E EMP-ID ANTES DO CALCULO, GRAVANDO O
002340* RESULTADO NO ARQUIVO DE TRABALHO HRSORT.DAT, DE ONDE
002341* O PROCESSAMENTO PASSA A LER; O DEPARTAMENTO DE CADA
002342* FUNCIONARIO VEM DO CADASTRO EMPMAST, E FUNCIONARIO
002343* DESCONHECIDO RECEBE DEPARTAMENTO EM BRANCO PARA
002344* AGRUPAR AS REJEICOES NO INICIO DO REGISTRO. DENTRO
002345* DO FUNCIONARIO A ORDEM E POR PERIODO/LOTE, TIPO
002346* DECRESCENTE (L, D, A) E RATE, PARA A 1340 JUNTAR OS
002347* DETALHES DE MESMO RATE E PASSAR O RATEIO DE TODOS
002348* ELES AO AJUSTE.
002349*****************************************************
002350 1300-SORT-HOURS.
002351     SORT SORT-FILE
002352         ON ASCENDING KEY SR-DEPT
002353         ON ASCENDING KEY SR-EMP-ID
002354         ON ASCENDING KEY SR-PERIOD-END
002355         ON ASCENDING KEY SR-BATCH-NO
002356         ON DESCENDING KEY SR-REC-TYPE
002357         ON ASCENDING KEY SR-RATE
002358         WITH DUPLICATES IN ORDER
002359         INPUT PROCEDURE IS 1310-RELEASE-HOURS
002360             THRU 1310-EXIT
002361         OUTPUT PROCEDURE IS 1340-WRITE-SORTED-HOURS
002362             THRU 1340-EXIT.
002363     CLOSE HOURSIN.
002364     OPEN INPUT HOURS-SORTED.
002365     MOVE 'N' TO WS-EOF-SWITCH.
002366 1300-EXIT.
002367     EXIT.
002368*
002369*****************************************************
002370* 1310-RELEASE-HOURS - PROCEDIMENTO DE ENTRADA DO SORT:
002371* LE O HOURSIN INTEIRO ACEITANDO UM OU MAIS GRUPOS
002372* COMPLETOS DE LOTE (H/D.../T) EMPILHADOS NO ARQUIVO -
002373* NO MESMO DIA PODEM CHEGAR EXTRATOS DE VARIOS SITES -
002374* E LIBERA UM REGISTRO DE TRABALHO POR DETALHE COM O
002375* DEPARTAMENTO NA FRENTE DA CHAVE; CADA LOTE E BATIDO
002376* CONTRA O PROPRIO TRAILER PELA 1315 E QUALQUER
002377* DESBALANCE ABORTA O RUN ANTES DE QUALQUER PAGAMENTO.
002378*****************************************************
002379 1310-RELEASE-HOURS.
002380     PERFORM 2000-READ-HOURSIN
002381         THRU 2000-EXIT.
002382     IF HOURSIN-EOF
002383         MOVE 'HOURSIN BATCH HEADER MISSING' TO
002384             WS-ABORT-MESSAGE
002385         PERFORM 9000-ABORT-RUN
002386             THRU 9000-EXIT
002387     END-IF.
002388     PERFORM 1315-RELEASE-ONE-BATCH
002389         THRU 1315-EXIT
002390         UNTIL HOURSIN-EOF.
002391 1310-EXIT.
002392     EXIT.
002393*
002394*****************************************************
002395* 1315-RELEASE-ONE-BATCH - CONFERE O HEADER DO LOTE
002396* CORRENTE (RECUSANDO LOTE JA PAGO OU REPETIDO NO
002397* ARQUIVO), LIBERA OS DETALHES ATE O TRAILER E BATE A
002398* CONTAGEM E O HASH DE HORAS DO LOTE CONTRA O TRAILER
002399* DELE; AO SAIR, O PROXIMO REGISTRO JA LIDO DEVE SER O
002400* HEADER DO LOTE SEGUINTE OU O FIM DO ARQUIVO.
002401*****************************************************
002402 1315-RELEASE-ONE-BATCH.
002403     IF NOT HOURS-HEADER-REC
002404         IF BATCH-COUNT = ZERO
002405             MOVE 'HOURSIN BATCH HEADER MISSING' TO
002406                 WS-ABORT-MESSAGE
002407         ELSE
002408             MOVE 'HOURSIN RECORDS AFTER BATCH TRAILER' TO
002409                 WS-ABORT-MESSAGE
002410         END-IF
002411         PERFORM 9000-ABORT-RUN
002412             THRU 9000-EXIT
002413     END-IF.
002414     MOVE HB-PERIOD-END TO BATCH-PERIOD-END.
002415     MOVE HB-BATCH-NO TO BATCH-NO.
002416     PERFORM 1330-CHECK-BATCH-PAID
002417         THRU 1330-EXIT.
002418     PERFORM 1380-CHECK-CALENDAR
002419         THRU 1380-EXIT.
002420     PERFORM 1350-REGISTER-BATCH
002421         THRU 1350-EXIT.
002422     MOVE ZERO TO BATCH-REC-COUNT.
002423     MOVE ZERO TO BATCH-HASH-HOURS.
002424     MOVE 'N' TO WS-TRAILER-SEEN-SWITCH.
002425     PERFORM 2000-READ-HOURSIN
002426         THRU 2000-EXIT.
002427     PERFORM 1320-RELEASE-ONE-HOUR
002428         THRU 1320-EXIT
002429         UNTIL HOURSIN-EOF
002430         OR BATCH-TRAILER-SEEN.
002431     IF NOT BATCH-TRAILER-SEEN
002432         MOVE 'HOURSIN BATCH TRAILER MISSING' TO
002433             WS-ABORT-MESSAGE
002434         PERFORM 9000-ABORT-RUN
002435             THRU 9000-EXIT
002436     END-IF.
002437     MOVE HT-RECORD-COUNT TO BATCH-EXP-COUNT.
002438     MOVE HT-HASH-HOURS TO BATCH-EXP-HASH.
002439     IF BATCH-EXP-COUNT NOT = BATCH-REC-COUNT
002440         MOVE 'HOURSIN RECORD COUNT OUT OF BALANCE' TO
002441             WS-ABORT-MESSAGE
002442         PERFORM 9000-ABORT-RUN
002443             THRU 9000-EXIT
002444     END-IF.
002445     IF BATCH-EXP-HASH NOT = BATCH-HASH-HOURS
002446         MOVE 'HOURSIN HOURS HASH OUT OF BALANCE' TO
002447             WS-ABORT-MESSAGE
002448         PERFORM 9000-ABORT-RUN
002449             THRU 9000-EXIT
002450     END-IF.
002451     PERFORM 2000-READ-HOURSIN
002452         THRU 2000-EXIT.
002453 1315-EXIT.
002454     EXIT.
002455*
002456*****************************************************
002457* 1350-REGISTER-BATCH - ABRE A ENTRADA DO LOTE CORRENTE
002458* NA TABELA DE LOTES DO RUN; O MESMO PERIODO/LOTE
002459* REPETIDO NO ARQUIVO E RECUSADO, EXCETO NO RESTART,
002460* QUANDO A ENTRADA (COM OS SUBTOTAIS DO CHECKPOINT) JA
002461* FOI RESTAURADA PELA 1130 E E REAPROVEITADA.
002462*****************************************************
002463 1350-REGISTER-BATCH.
002464     PERFORM 1360-SEARCH-BATCH-TABLE
002465         THRU 1360-EXIT.
002466     IF BATCH-HIT-SUB > ZERO
002467         IF RESTART-FILE-FOUND
002468             GO TO 1350-EXIT
002469         ELSE
002470             MOVE 'DUPLICATE BATCH IN HOURSIN - REFUSED' TO
002471                 WS-ABORT-MESSAGE
002472             PERFORM 9000-ABORT-RUN
002473                 THRU 9000-EXIT
002474         END-IF
002475     END-IF.
002476     IF BATCH-COUNT >= 10
002477         MOVE 'TOO MANY BATCHES IN HOURSIN - REFUSED' TO
002478             WS-ABORT-MESSAGE
002479         PERFORM 9000-ABORT-RUN
002480             THRU 9000-EXIT
002481     END-IF.
002482     ADD 1 TO BATCH-COUNT.
002483     MOVE BATCH-PERIOD-END TO BA-PERIOD-END (BATCH-COUNT).
002484     MOVE BATCH-NO TO BA-BATCH-NO (BATCH-COUNT).
002485     MOVE CAL-CURR-PERIOD-NO TO BA-PERIOD-NO (BATCH-COUNT).
002486     MOVE ZERO TO BA-EMP-COUNT (BATCH-COUNT).
002487     MOVE ZERO TO BA-HOURS (BATCH-COUNT).
002488     MOVE ZERO TO BA-GROSS (BATCH-COUNT).
002489     MOVE ZERO TO BA-NET (BATCH-COUNT).
002490 1350-EXIT.
002491     EXIT.
002492*
002493*****************************************************
002494* 1360-SEARCH-BATCH-TABLE - PROCURA O PERIODO/LOTE
002495* CORRENTE (BATCH-PERIOD-END/BATCH-NO) NA TABELA DE
002496* LOTES DO RUN; DEIXA O INDICE EM BATCH-HIT-SUB, OU
002497* ZERO SE O LOTE AINDA NAO ESTA NA TABELA.
002498*****************************************************
002499 1360-SEARCH-BATCH-TABLE.
002500     MOVE ZERO TO BATCH-HIT-SUB.
002501     IF BATCH-COUNT = ZERO
002502         GO TO 1360-EXIT
002503     END-IF.
002504     PERFORM 1370-MATCH-BATCH-ENTRY
002505         THRU 1370-EXIT
002506         VARYING BATCH-SUB FROM 1 BY 1
002507         UNTIL BATCH-SUB > BATCH-COUNT.
002508 1360-EXIT.
002509     EXIT.
002510*
002511*****************************************************
002512* 1370-MATCH-BATCH-ENTRY - COMPARA UMA ENTRADA DA
002513* TABELA DE LOTES COM O PERIODO/LOTE CORRENTE.
002514*****************************************************
002515 1370-MATCH-BATCH-ENTRY.
002516     IF BA-PERIOD-END (BATCH-SUB) = BATCH-PERIOD-END
002517         AND BA-BATCH-NO (BATCH-SUB) = BATCH-NO
002518         MOVE BATCH-SUB TO BATCH-HIT-SUB
002519     END-IF.
002520 1370-EXIT.
002521     EXIT.
002522*
002523*****************************************************
002524* 1380-CHECK-CALENDAR - CONFERE O HEADER DO LOTE CONTRA
002525* O CALENDARIO DE PERIODOS: FIM DE PERIODO FORA DO
002526* CALENDARIO ABORTA O RUN (E PEGA DATA DIGITADA
002527* ERRADA), E OS PERIODOS ANTERIORES DO MESMO ANO SAO
002528* CONFERIDOS CONTRA OS LOTES JA PAGOS PARA AVISAR O
002529* OPERADOR DE PAGAMENTO FORA DE ORDEM OU PERIODO
002530* PULADO. SEM CALENDARIO CARREGADO NADA E CONFERIDO.
002531*****************************************************
002532 1380-CHECK-CALENDAR.
002533     MOVE ZERO TO CAL-CURR-PERIOD-NO.
002534     MOVE ZERO TO CAL-CURR-YEAR.
002535     IF NOT CAL-FILE-LOADED
002536         GO TO 1380-EXIT
002537     END-IF.
002538     MOVE ZERO TO CAL-HIT-SUB.
002539     PERFORM 1385-MATCH-CAL-ENTRY
002540         THRU 1385-EXIT
002541         VARYING CAL-SUB FROM 1 BY 1
002542         UNTIL CAL-SUB > CAL-COUNT.
002543     IF CAL-HIT-SUB = ZERO
002544         MOVE 'PERIOD END NOT ON PAY CALENDAR' TO
002545             WS-ABORT-MESSAGE
002546         PERFORM 9000-ABORT-RUN
002547             THRU 9000-EXIT
002548     END-IF.
002549     MOVE CAL-PERIOD-NO (CAL-HIT-SUB) TO CAL-CURR-PERIOD-NO.
002550     MOVE CAL-YEAR (CAL-HIT-SUB) TO CAL-CURR-YEAR.
002551     PERFORM 1390-CHECK-PRIOR-PERIOD
002552         THRU 1390-EXIT
002553         VARYING CAL-SUB FROM 1 BY 1
002554         UNTIL CAL-SUB > CAL-COUNT.
002555 1380-EXIT.
002556     EXIT.
002557*
002558*****************************************************
002559* 1385-MATCH-CAL-ENTRY - COMPARA UMA ENTRADA DO
002560* CALENDARIO COM O FIM DE PERIODO DO HEADER CORRENTE.
002561*****************************************************
002562 1385-MATCH-CAL-ENTRY.
002563     IF CAL-PERIOD-END (CAL-SUB) = BATCH-PERIOD-END
002564         MOVE CAL-SUB TO CAL-HIT-SUB
002565     END-IF.
002566 1385-EXIT.
002567     EXIT.
002568*
002569*****************************************************
002570* 1390-CHECK-PRIOR-PERIOD - PARA UMA ENTRADA DO
002571* CALENDARIO DO MESMO ANO E ANTERIOR AO PERIODO DO
002572* HEADER, CONFERE SE O PERIODO JA CONSTA PAGO (EM
002573* PAIDBAT OU NOS LOTES DESTE PROPRIO RUN); SE NAO
002574* CONSTA, AVISA O OPERADOR NO CONSOLE E SEGUE - A
002575* DECISAO DE PAGAR FORA DE ORDEM E DO OPERADOR.
002576*****************************************************
002577 1390-CHECK-PRIOR-PERIOD.
002578     IF CAL-YEAR (CAL-SUB) NOT = CAL-CURR-YEAR
002579         OR CAL-PERIOD-NO (CAL-SUB) NOT < CAL-CURR-PERIOD-NO
002580         GO TO 1390-EXIT
002581     END-IF.
002582     MOVE CAL-PERIOD-END (CAL-SUB) TO CAL-CHK-DATE.
002583     MOVE 'N' TO WS-PRIOR-PAID-SWITCH.
002584     PERFORM 1391-MATCH-PRIOR-PAID
002585         THRU 1391-EXIT
002586         VARYING PAID-SUB FROM 1 BY 1
002587         UNTIL PAID-SUB > PAID-COUNT.
002588     PERFORM 1392-MATCH-PRIOR-BATCH
002589         THRU 1392-EXIT
002590         VARYING BATCH-SUB FROM 1 BY 1
002591         UNTIL BATCH-SUB > BATCH-COUNT.
002592     IF NOT PRIOR-PERIOD-PAID
002593         DISPLAY 'EASYCALC WARNING - PERIOD '
002594             CAL-PERIOD-NO (CAL-SUB) ' END ' CAL-CHK-DATE
002595             ' NOT YET PAID - CHECK SEQUENCE'
002596     END-IF.
002597 1390-EXIT.
002598     EXIT.
002599*
002600*****************************************************
002601* 1391-MATCH-PRIOR-PAID - PROCURA O FIM DE PERIODO
002602* ANTERIOR ENTRE OS LOTES JA PAGOS DO PAIDBAT (O RUN
002603* FORA DE CICLO, LOTE 9000-9999, NAO PAGA PERIODO).
002604*****************************************************
002605 1391-MATCH-PRIOR-PAID.
002606     IF PD-PERIOD-END (PAID-SUB) = CAL-CHK-DATE
002607         AND PD-BATCH-NO (PAID-SUB) < 9000
002608         MOVE 'Y' TO WS-PRIOR-PAID-SWITCH
002609     END-IF.
002610 1391-EXIT.
002611     EXIT.
002612*
002613*****************************************************
002614* 1392-MATCH-PRIOR-BATCH - PROCURA O FIM DE PERIODO
002615* ANTERIOR ENTRE OS LOTES JA ACEITOS NESTE RUN.
002616*****************************************************
002617 1392-MATCH-PRIOR-BATCH.
002618     IF BA-PERIOD-END (BATCH-SUB) = CAL-CHK-DATE
002619         MOVE 'Y' TO WS-PRIOR-PAID-SWITCH
002620     END-IF.
002621 1392-EXIT.
002622     EXIT.
002623*
002624*****************************************************
002625* 1320-RELEASE-ONE-HOUR - ACUMULA OS CONTROLES DO LOTE
002626* E LIBERA PARA O SORT UM REGISTRO DE HORAS COM O
002627* DEPARTAMENTO DO FUNCIONARIO BUSCADO NO CADASTRO
002628* EMPMAST; O TRAILER ENCERRA O LACO E TIPO DE REGISTRO
002629* DESCONHECIDO ABORTA O RUN.
002630*****************************************************
002631 1320-RELEASE-ONE-HOUR.
002632     IF HOURS-TRAILER-REC
002633         MOVE 'Y' TO WS-TRAILER-SEEN-SWITCH
002634         GO TO 1320-EXIT
002635     END-IF.
002636     IF NOT HOURS-DETAIL-REC
002637         AND NOT HOURS-ADJUST-REC
002638         AND NOT HOURS-LEAVE-REC
002639         MOVE 'HOURSIN INVALID RECORD TYPE' TO
002640             WS-ABORT-MESSAGE
002641         PERFORM 9000-ABORT-RUN
002642             THRU 9000-EXIT
002643     END-IF.
002644     ADD 1 TO BATCH-REC-COUNT.
002645     ADD HR-HOURS TO BATCH-HASH-HOURS.
002646     MOVE HR-EMP-ID TO EM-EMP-ID.
002647     READ EMP-FILE
002648         INVALID KEY
002649             MOVE SPACES TO SR-DEPT
002650         NOT INVALID KEY
002651             MOVE EM-DEPT TO SR-DEPT
002652             PERFORM 1325-CHECK-DEPT-MAPPED
002653                 THRU 1325-EXIT
002654     END-READ.
002655     MOVE HR-EMP-ID TO SR-EMP-ID.
002656     MOVE HR-REC-TYPE TO SR-REC-TYPE.
002657     MOVE HR-RATE   TO SR-RATE.
002658     MOVE HR-HOURS  TO SR-HOURS.
002659     IF HOURS-LEAVE-REC
002660         MOVE HL-LEAVE-AREA TO SR-LEAVE-AREA
002661     ELSE
002662         MOVE HR-ADJ-AMOUNT TO SR-ADJ-AMOUNT
002663     END-IF.
002664     IF HOURS-DETAIL-REC
002665         PERFORM 1326-SET-CHARGE-CODE
002666             THRU 1326-EXIT
002667     END-IF.
002668     MOVE BATCH-PERIOD-END TO SR-PERIOD-END.
002669     MOVE BATCH-NO TO SR-BATCH-NO.
002670     RELEASE SORT-RECORD.
002671     PERFORM 2000-READ-HOURSIN
002672         THRU 2000-EXIT.
002673 1320-EXIT.
002674     EXIT.
002675*
002676*****************************************************
002677* 1325-CHECK-DEPT-MAPPED - AINDA NA ENTRADA DO SORT,
002678* ANTES DE QUALQUER PAGAMENTO, CONFERE QUE O
002679* DEPARTAMENTO DO FUNCIONARIO TEM CONTA DE DESPESA NO
002680* DE-PARA GLMAP; DEPARTAMENTO SEM CONTA ABORTA O RUN
002681* AQUI, ONDE NADA FOI PAGO AINDA - ABORTAR SO NA
002682* GERACAO DO LANCAMENTO (8500) DEIXARIA ARQUIVOS DE
002683* PAGAMENTO JA GRAVADOS SEM RECUPERACAO LIMPA. SEM
002684* GLMAP CARREGADO NADA E CONFERIDO (LANCAMENTO SERA
002685* PULADO).
002686*****************************************************
002687 1325-CHECK-DEPT-MAPPED.
002688     IF NOT GL-MAP-LOADED
002689         GO TO 1325-EXIT
002690     END-IF.
002691     MOVE 'D' TO GL-CHK-TYPE.
002692     MOVE EM-DEPT TO GL-CHK-DEPT.
002693     PERFORM 8520-SEARCH-GL-MAP
002694         THRU 8520-EXIT.
002695     IF GLM-HIT-SUB = ZERO
002696         MOVE EM-DEPT TO GLA-DEPT
002697         MOVE GL-ABORT-TEXT TO WS-ABORT-MESSAGE
002698         PERFORM 9000-ABORT-RUN
002699             THRU 9000-EXIT
002700     END-IF.
002701 1325-EXIT.
002702     EXIT.
002703*
002704*****************************************************
002705* 1326-SET-CHARGE-CODE - RESOLVE O CODIGO DE CUSTEIO
002706* DE UM DETALHE 'D': SEM CODIGO (BRANCO OU ZEROS) AS
002707* HORAS VAO PARA O DEPARTAMENTO DE ORIGEM; COM CODIGO,
002708* ELE E PROCURADO NAS ENTRADAS 'P' DO GLMAP E DEPOIS
002709* NAS 'D' (HORAS CEDIDAS AO CENTRO DE CUSTO DE OUTRO
002710* DEPARTAMENTO). CODIGO SEM CONTA ABORTA O RUN AQUI,
002711* ANTES DE QUALQUER PAGAMENTO, PELA MESMA RAZAO DA
002712* 1325. SEM GLMAP O CODIGO E ACEITO COMO 'P'.
002713*****************************************************
002714 1326-SET-CHARGE-CODE.
002715     MOVE SPACES TO SR-CHARGE-AREA.
002716     IF HD-NO-CHARGE-CODE
002717         MOVE SR-DEPT TO SR-CHARGE-CODE
002718         MOVE 'D' TO SR-CHARGE-TYPE
002719         GO TO 1326-EXIT
002720     END-IF.
002721     MOVE HD-CHARGE-CODE TO SR-CHARGE-CODE.
002722     MOVE 'P' TO SR-CHARGE-TYPE.
002723     IF NOT GL-MAP-LOADED
002724         GO TO 1326-EXIT
002725     END-IF.
002726     MOVE 'P' TO GL-CHK-TYPE.
002727     MOVE HD-CHARGE-CODE TO GL-CHK-DEPT.
002728     PERFORM 8520-SEARCH-GL-MAP
002729         THRU 8520-EXIT.
002730     IF GLM-HIT-SUB > ZERO
002731         GO TO 1326-EXIT
002732     END-IF.
002733     MOVE 'D' TO GL-CHK-TYPE.
002734     PERFORM 8520-SEARCH-GL-MAP
002735         THRU 8520-EXIT.
002736     IF GLM-HIT-SUB > ZERO
002737         MOVE 'D' TO SR-CHARGE-TYPE
002738         GO TO 1326-EXIT
002739     END-IF.
002740     MOVE HD-CHARGE-CODE TO GLC-CODE.
002741     MOVE GL-CHARGE-ABORT-TEXT TO WS-ABORT-MESSAGE.
002742     PERFORM 9000-ABORT-RUN
002743         THRU 9000-EXIT.
002744 1326-EXIT.
002745     EXIT.
002746*
002747*****************************************************
002748* 1330-CHECK-BATCH-PAID - PROCURA O PERIODO/LOTE DO
002749* HEADER NA TABELA DE LOTES JA PAGOS (CARREGADA DO
002750* PAIDBAT.DAT PELA 1900); SE ENCONTRADO, O MESMO
002751* EXTRATO JA FOI PAGO EM RUN ANTERIOR E O RUN E
002752* ABORTADO PARA NAO PAGAR EM DOBRO.
002753*****************************************************
002754 1330-CHECK-BATCH-PAID.
002755     IF PAID-COUNT = ZERO
002756         GO TO 1330-EXIT
002757     END-IF.
002758     PERFORM 1335-MATCH-PAID-BATCH
002759         THRU 1335-EXIT
002760         VARYING PAID-SUB FROM 1 BY 1
002761         UNTIL PAID-SUB > PAID-COUNT.
002762 1330-EXIT.
002763     EXIT.
002764*
002765*****************************************************
002766* 1335-MATCH-PAID-BATCH - COMPARA UM LOTE DA TABELA COM
002767* O LOTE DO HEADER E ABORTA O RUN EM CASO DE IGUALDADE.
002768*****************************************************
002769 1335-MATCH-PAID-BATCH.
002770     IF PD-PERIOD-END (PAID-SUB) = BATCH-PERIOD-END
002771         AND PD-BATCH-NO (PAID-SUB) = BATCH-NO
002772         MOVE 'BATCH ALREADY PAID - RUN REFUSED' TO
002773             WS-ABORT-MESSAGE
002774         PERFORM 9000-ABORT-RUN
002775             THRU 9000-EXIT
002776     END-IF.
002777 1335-EXIT.
002778     EXIT.
002779*
002780*****************************************************
002781* 1340-WRITE-SORTED-HOURS - PROCEDIMENTO DE SAIDA DO
002782* SORT: GRAVA O HRSORT.DAT COM UM REGISTRO POR ITEM DE
002783* PAGAMENTO. OS DETALHES 'D' SEGUIDOS DO MESMO
002784* FUNCIONARIO, PERIODO/LOTE E RATE (SEMANA DIVIDIDA
002785* ENTRE CODIGOS DE CUSTEIO) VIRAM UM SO ITEM, PARA A
002786* HORA EXTRA SER CALCULADA SOBRE O TOTAL DE HORAS, COM
002787* AS HORAS DE CADA CODIGO NA TABELA DE RATEIO.
002788*****************************************************
002789 1340-WRITE-SORTED-HOURS.
002790     OPEN OUTPUT HOURS-SORTED.
002791     MOVE 'N' TO WS-SORT-EOF-SWITCH.
002792     MOVE 'N' TO WS-MERGE-SWITCH.
002793     PERFORM 1341-RETURN-SORTED
002794         THRU 1341-EXIT.
002795     PERFORM 1342-MERGE-ONE-HOUR
002796         THRU 1342-EXIT
002797         UNTIL SORT-FILE-EOF.
002798     IF MERGE-RECORD-PENDING
002799         PERFORM 1346-WRITE-MERGED
002800             THRU 1346-EXIT
002801     END-IF.
002802     CLOSE HOURS-SORTED.
002803 1340-EXIT.
002804     EXIT.
002805*
002806*****************************************************
002807* 1341-RETURN-SORTED - DEVOLVE O PROXIMO REGISTRO
002808* CLASSIFICADO.
002809*****************************************************
002810 1341-RETURN-SORTED.
002811     RETURN SORT-FILE
002812         AT END
002813             MOVE 'Y' TO WS-SORT-EOF-SWITCH
002814     END-RETURN.
002815 1341-EXIT.
002816     EXIT.
002817*
002818*****************************************************
002819* 1342-MERGE-ONE-HOUR - SOMA O DETALHE AO ITEM EM
002820* MONTAGEM QUANDO E A CONTINUACAO DELE (MESMO
002821* FUNCIONARIO, PERIODO/LOTE E RATE), PARA A HORA EXTRA
002822* SAIR SOBRE O TOTAL DE HORAS; CODIGO DE CUSTEIO QUE
002823* SERIA O 11O DO ITEM ABORTA O RUN. SENAO GRAVA O ITEM
002824* EM MONTAGEM E COMECA OUTRO COM ESTE REGISTRO. O
002825* AJUSTE 'A' HERDA O RATEIO SOMADO DE TODOS OS
002826* DETALHES DO MESMO FUNCIONARIO E LOTE (1346); SOMA
002827* COM MAIS DE 10 CODIGOS DE CUSTEIO NAO CABE NO ITEM E
002828* ABORTA O RUN.
002829*****************************************************
002830 1342-MERGE-ONE-HOUR.
002831     IF MERGE-RECORD-PENDING
002832         AND SR-REC-TYPE = 'D'
002833         AND MG-REC-TYPE = 'D'
002834         AND SR-EMP-ID = MG-EMP-ID
002835         AND SR-PERIOD-END = MG-PERIOD-END
002836         AND SR-BATCH-NO = MG-BATCH-NO
002837         AND SR-RATE = MG-RATE
002838         MOVE ZERO TO DST-HIT-SUB
002839         PERFORM 1344-MATCH-CHARGE-SPLIT
002840             THRU 1344-EXIT
002841             VARYING DST-SUB FROM 1 BY 1
002842             UNTIL DST-SUB > MG-SPLIT-COUNT
002843         IF DST-HIT-SUB = ZERO
002844             AND MG-SPLIT-COUNT NOT < 10
002845             MOVE 'MORE THAN 10 CHARGE CODES FOR ONE ITEM' TO
002846                 WS-ABORT-MESSAGE
002847             PERFORM 9000-ABORT-RUN
002848                 THRU 9000-EXIT
002849         END-IF
002850         ADD SR-HOURS TO MG-HOURS
002851         PERFORM 1343-ADD-CHARGE-SPLIT
002852             THRU 1343-EXIT
002853         GO TO 1342-RETURN-NEXT
002854     END-IF.
002855     IF MERGE-RECORD-PENDING
002856         PERFORM 1346-WRITE-MERGED
002857             THRU 1346-EXIT
002858     END-IF.
002859     MOVE SR-DEPT TO MG-DEPT.
002860     MOVE SR-EMP-ID TO MG-EMP-ID.
002861     MOVE SR-REC-TYPE TO MG-REC-TYPE.
002862     MOVE SR-RATE TO MG-RATE.
002863     MOVE SR-HOURS TO MG-HOURS.
002864     MOVE SR-LEAVE-AREA TO MG-LEAVE-AREA.
002865     MOVE SR-PERIOD-END TO MG-PERIOD-END.
002866     MOVE SR-BATCH-NO TO MG-BATCH-NO.
002867     MOVE SPACES TO MG-SPLIT-AREA.
002868     MOVE ZERO TO MG-SPLIT-COUNT.
002869     IF SR-REC-TYPE = 'D'
002870         PERFORM 1343-ADD-CHARGE-SPLIT
002871             THRU 1343-EXIT
002872     END-IF.
002873     IF SR-REC-TYPE = 'A'
002874         AND SR-EMP-ID = SV-EMP-ID
002875         AND SR-PERIOD-END = SV-PERIOD-END
002876         AND SR-BATCH-NO = SV-BATCH-NO
002877         IF SV-SPLIT-OVERFLOW
002878             MOVE 'ADJUSTMENT SPLIT OVER 10 CHARGE CODES' TO
002879                 WS-ABORT-MESSAGE
002880             PERFORM 9000-ABORT-RUN
002881                 THRU 9000-EXIT
002882         END-IF
002883         MOVE SV-SPLIT-AREA TO MG-SPLIT-AREA
002884     END-IF.
002885     MOVE 'Y' TO WS-MERGE-SWITCH.
002886 1342-RETURN-NEXT.
002887     PERFORM 1341-RETURN-SORTED
002888         THRU 1341-EXIT.
002889 1342-EXIT.
002890     EXIT.
002891*
002892*****************************************************
002893* 1343-ADD-CHARGE-SPLIT - SOMA AS HORAS DO DETALHE NA
002894* ENTRADA DO CODIGO DE CUSTEIO DELE NA TABELA DE
002895* RATEIO DO ITEM, ABRINDO A ENTRADA SE FOR NOVA.
002896*****************************************************
002897 1343-ADD-CHARGE-SPLIT.
002898     MOVE ZERO TO DST-HIT-SUB.
002899     PERFORM 1344-MATCH-CHARGE-SPLIT
002900         THRU 1344-EXIT
002901         VARYING DST-SUB FROM 1 BY 1
002902         UNTIL DST-SUB > MG-SPLIT-COUNT.
002903     IF DST-HIT-SUB = ZERO
002904         ADD 1 TO MG-SPLIT-COUNT
002905         MOVE MG-SPLIT-COUNT TO DST-HIT-SUB
002906         MOVE SR-CHARGE-TYPE TO MG-SPLIT-TYPE (DST-HIT-SUB)
002907         MOVE SR-CHARGE-CODE TO MG-SPLIT-CODE (DST-HIT-SUB)
002908         MOVE ZERO TO MG-SPLIT-HOURS (DST-HIT-SUB)
002909     END-IF.
002910     ADD SR-HOURS TO MG-SPLIT-HOURS (DST-HIT-SUB).
002911 1343-EXIT.
002912     EXIT.
002913*
002914*****************************************************
002915* 1344-MATCH-CHARGE-SPLIT - COMPARA UMA ENTRADA DA
002916* TABELA DE RATEIO COM O CODIGO DO DETALHE.
002917*****************************************************
002918 1344-MATCH-CHARGE-SPLIT.
002919     IF MG-SPLIT-TYPE (DST-SUB) = SR-CHARGE-TYPE
002920         AND MG-SPLIT-CODE (DST-SUB) = SR-CHARGE-CODE
002921         MOVE DST-SUB TO DST-HIT-SUB
002922     END-IF.
002923 1344-EXIT.
002924     EXIT.
002925*
002926*****************************************************
002927* 1346-WRITE-MERGED - GRAVA O ITEM MONTADO NO
002928* HRSORT.DAT; SE FOR DETALHE, SOMA O RATEIO DELE AO
002929* RATEIO GUARDADO DO FUNCIONARIO E LOTE (DETALHES DE
002930* RATES DIFERENTES SAO ITENS SEPARADOS), QUE RECOMECA
002931* A CADA FUNCIONARIO OU LOTE NOVO.
002932*****************************************************
002933 1346-WRITE-MERGED.
002934     WRITE SORTED-HOURS-RECORD FROM MERGED-HOURS-RECORD.
002935     IF MG-REC-TYPE NOT = 'D'
002936         GO TO 1346-END-MERGE
002937     END-IF.
002938     IF MG-EMP-ID NOT = SV-EMP-ID
002939         OR MG-PERIOD-END NOT = SV-PERIOD-END
002940         OR MG-BATCH-NO NOT = SV-BATCH-NO
002941         MOVE MG-EMP-ID TO SV-EMP-ID
002942         MOVE MG-PERIOD-END TO SV-PERIOD-END
002943         MOVE MG-BATCH-NO TO SV-BATCH-NO
002944         MOVE 'N' TO SV-OVERFLOW-SW
002945         MOVE SPACES TO SV-SPLIT-AREA
002946         MOVE ZERO TO SV-SPLIT-COUNT
002947     END-IF.
002948     PERFORM 1347-SAVE-CHARGE-SPLIT
002949         THRU 1347-EXIT
002950         VARYING DST-SUB FROM 1 BY 1
002951         UNTIL DST-SUB > MG-SPLIT-COUNT.
002952 1346-END-MERGE.
002953     MOVE 'N' TO WS-MERGE-SWITCH.
002954 1346-EXIT.
002955     EXIT.
002956*
002957*****************************************************
002958* 1347-SAVE-CHARGE-SPLIT - SOMA UMA ENTRADA DO RATEIO
002959* DO ITEM GRAVADO NA ENTRADA DO MESMO CODIGO NO
002960* RATEIO GUARDADO, ABRINDO A ENTRADA SE FOR NOVA; SEM
002961* LUGAR PARA O CODIGO NOVO MARCA O ESTOURO.
002962*****************************************************
002963 1347-SAVE-CHARGE-SPLIT.
002964     MOVE ZERO TO DST-HIT-SUB.
002965     PERFORM 1348-MATCH-SAVED-SPLIT
002966         THRU 1348-EXIT
002967         VARYING SVS-SUB FROM 1 BY 1
002968         UNTIL SVS-SUB > SV-SPLIT-COUNT.
002969     IF DST-HIT-SUB = ZERO
002970         AND SV-SPLIT-COUNT NOT < 10
002971         MOVE 'Y' TO SV-OVERFLOW-SW
002972         GO TO 1347-EXIT
002973     END-IF.
002974     IF DST-HIT-SUB = ZERO
002975         ADD 1 TO SV-SPLIT-COUNT
002976         MOVE SV-SPLIT-COUNT TO DST-HIT-SUB
002977         MOVE MG-SPLIT-TYPE (DST-SUB) TO
002978             SV-SPLIT-TYPE (DST-HIT-SUB)
002979         MOVE MG-SPLIT-CODE (DST-SUB) TO
002980             SV-SPLIT-CODE (DST-HIT-SUB)
002981         MOVE ZERO TO SV-SPLIT-HOURS (DST-HIT-SUB)
002982     END-IF.
002983     ADD MG-SPLIT-HOURS (DST-SUB) TO
002984         SV-SPLIT-HOURS (DST-HIT-SUB).
002985 1347-EXIT.
002986     EXIT.
002987*
002988*****************************************************
002989* 1348-MATCH-SAVED-SPLIT - COMPARA UMA ENTRADA DO
002990* RATEIO GUARDADO COM O CODIGO DA ENTRADA DO ITEM.
002991*****************************************************
002992 1348-MATCH-SAVED-SPLIT.
002993     IF SV-SPLIT-TYPE (SVS-SUB) = MG-SPLIT-TYPE (DST-SUB)
002994         AND SV-SPLIT-CODE (SVS-SUB) = MG-SPLIT-CODE (DST-SUB)
002995         MOVE SVS-SUB TO DST-HIT-SUB
002996     END-IF.
002997 1348-EXIT.
002998     EXIT.
002999*
003000*****************************************************
003001* 1400-LOAD-PARAMETERS - CARREGA AS REGRAS DE PAGAMENTO
003002* DO ARQUIVO DE PARAMETROS PAYPARM.DAT: ENTRE OS
003003* REGISTROS COM DATA DE VIGENCIA NAO POSTERIOR A DATA
003004* DO RUN, VALE O MAIS RECENTE, O QUE PERMITE DEIXAR AS
003005* REGRAS DO PROXIMO TRIMESTRE JA GRAVADAS NO ARQUIVO.
003006* SE O ARQUIVO NAO EXISTE, VALEM OS VALUES COMPILADOS.
003007*****************************************************
003008 1400-LOAD-PARAMETERS.
003009     OPEN INPUT PARM-FILE.
003010     IF WS-PARM-STATUS NOT = '00'
003011         GO TO 1400-EXIT
003012     END-IF.
003013     MOVE 'N' TO WS-PARM-EOF-SWITCH.
003014     PERFORM 1410-READ-PARM
003015         THRU 1410-EXIT.
003016     PERFORM 1420-APPLY-PARM
003017         THRU 1420-EXIT
003018         UNTIL PARM-FILE-EOF.
003019     CLOSE PARM-FILE.
003020 1400-EXIT.
003021     EXIT.
003022*
003023*****************************************************
003024* 1410-READ-PARM - LE O PROXIMO REGISTRO DE PARAMETROS.
003025*****************************************************
003026 1410-READ-PARM.
003027     READ PARM-FILE
003028         AT END
003029             MOVE 'Y' TO WS-PARM-EOF-SWITCH
003030     END-READ.
003031 1410-EXIT.
003032     EXIT.
003033*
003034*****************************************************
003035* 1420-APPLY-PARM - ADOTA O REGISTRO DE PARAMETROS LIDO
003036* SE A VIGENCIA DELE NAO FOR POSTERIOR A DATA DO RUN E
003037* FOR MAIS RECENTE QUE A DO REGISTRO JA ADOTADO.
003038*****************************************************
003039 1420-APPLY-PARM.
003040     IF PM-EFFECTIVE-DATE NOT > WS-RUN-DATE-NUM
003041         AND PM-EFFECTIVE-DATE NOT < WS-PARM-EFFECTIVE
003042         MOVE PM-EFFECTIVE-DATE TO WS-PARM-EFFECTIVE
003043         MOVE PM-TAX-PCT TO PAY-TAX-PCT
003044         MOVE PM-BENEFITS-DEDUCT TO PAY-BENEFITS-DEDUCT
003045         MOVE PM-OT-FACTOR TO PAY-OT-FACTOR
003046         MOVE PM-MAX-RATE TO PAY-MAX-RATE
003047         MOVE PM-MAX-HOURS TO PAY-MAX-HOURS
003048         MOVE PM-MAX-REG-HOURS TO PAY-MAX-REG-HOURS
003049         MOVE PM-VARIANCE-PCT TO PAY-VARIANCE-PCT
003050         MOVE PM-PAGE-SIZE TO PAY-PAGE-SIZE
003051         MOVE PM-CHECKPOINT-INTERVAL TO PAY-CHECKPOINT-INTERVAL
003052         MOVE 'Y' TO WS-PARM-USED-SWITCH
003053     END-IF.
003054     PERFORM 1410-READ-PARM
003055         THRU 1410-EXIT.
003056 1420-EXIT.
003057     EXIT.
003058*
003059*****************************************************
003060* 1450-LOAD-TAX-TABLE - CARREGA A TABELA PROGRESSIVA
003061* DE RETENCAO DO TAXTBL.DAT PELA MESMA REGRA DE
003062* VIGENCIA DO PAYPARM: VALE A VERSAO DE DATA MAIS
003063* RECENTE NAO POSTERIOR A DATA DO RUN. SEM ARQUIVO
003064* (OU SEM VERSAO EM VIGOR) O IMPOSTO CONTINUA PELA
003065* ALIQUOTA PLANA PAY-TAX-PCT, MONTADA COMO FAIXA
003066* UNICA; VERSAO EM VIGOR SEM HEADER OU SEM FAIXAS
003067* ABORTA O RUN ANTES DE QUALQUER PAGAMENTO.
003068* CHAMADA DEPOIS DA 1400, QUE DEFINE O PAY-TAX-PCT.
003069*****************************************************
003070 1450-LOAD-TAX-TABLE.
003071     OPEN INPUT TAX-TABLE-FILE.
003072     IF WS-TAXTBL-STATUS NOT = '00'
003073         GO TO 1450-FLAT-RATE
003074     END-IF.
003075     MOVE 'N' TO WS-TAXTBL-EOF-SWITCH.
003076     PERFORM 1460-READ-TAX-TABLE
003077         THRU 1460-EXIT.
003078     PERFORM 1470-APPLY-TAX-RECORD
003079         THRU 1470-EXIT
003080         UNTIL TAXTBL-FILE-EOF.
003081     CLOSE TAX-TABLE-FILE.
003082     IF NOT TAXTBL-FILE-USED
003083         GO TO 1450-FLAT-RATE
003084     END-IF.
003085     IF TAX-TABLE-VERSION = SPACES
003086         OR TAX-COUNT = ZERO
003087         MOVE 'TAXTBL VERSION IN EFFECT INCOMPLETE' TO
003088             WS-ABORT-MESSAGE
003089         PERFORM 9000-ABORT-RUN
003090             THRU 9000-EXIT
003091     END-IF.
003092     IF TAX-PERIODS-PER-YEAR = ZERO
003093         MOVE 26 TO TAX-PERIODS-PER-YEAR
003094     END-IF.
003095     GO TO 1450-EXIT.
003096 1450-FLAT-RATE.
003097     MOVE 1 TO TAX-COUNT.
003098     MOVE ZERO TO TAX-FLOOR (1).
003099     MOVE PAY-TAX-PCT TO TAX-RATE (1).
003100     MOVE ZERO TO TAX-DEDUCT (1).
003101 1450-EXIT.
003102     EXIT.
003103*
003104*****************************************************
003105* 1460-READ-TAX-TABLE - LE O PROXIMO REGISTRO DA
003106* TABELA DE RETENCAO.
003107*****************************************************
003108 1460-READ-TAX-TABLE.
003109     READ TAX-TABLE-FILE
003110         AT END
003111             MOVE 'Y' TO WS-TAXTBL-EOF-SWITCH
003112     END-READ.
003113 1460-EXIT.
003114     EXIT.
003115*
003116*****************************************************
003117* 1470-APPLY-TAX-RECORD - ADOTA O REGISTRO LIDO SE A
003118* VIGENCIA DELE NAO FOR POSTERIOR A DATA DO RUN E NAO
003119* FOR ANTERIOR A DA VERSAO JA ADOTADA; UMA VIGENCIA
003120* MAIS RECENTE DESCARTA A VERSAO ANTERIOR E RECOMECA A
003121* TABELA. O HEADER DA A VERSAO, A DEDUCAO POR
003122* DEPENDENTE E OS PERIODOS NO ANO; CADA FAIXA VAI PARA
003123* A TABELA. TIPO DESCONHECIDO E IGNORADO.
003124*****************************************************
003125 1470-APPLY-TAX-RECORD.
003126     IF TX-EFFECTIVE-DATE > WS-RUN-DATE-NUM
003127         OR TX-EFFECTIVE-DATE < WS-TAX-EFFECTIVE
003128         GO TO 1470-READ-NEXT
003129     END-IF.
003130     IF TX-EFFECTIVE-DATE > WS-TAX-EFFECTIVE
003131         OR NOT TAXTBL-FILE-USED
003132         MOVE TX-EFFECTIVE-DATE TO WS-TAX-EFFECTIVE
003133         MOVE ZERO TO TAX-COUNT
003134         MOVE SPACES TO TAX-TABLE-VERSION
003135         MOVE ZERO TO TAX-DEPENDENT-ALLOW
003136         MOVE ZERO TO TAX-PERIODS-PER-YEAR
003137         MOVE 'Y' TO WS-TAXTBL-USED-SWITCH
003138     END-IF.
003139     IF TAXTBL-HEADER-REC
003140         MOVE TX-TABLE-VERSION TO TAX-TABLE-VERSION
003141         MOVE TX-DEPENDENT-ALLOW TO TAX-DEPENDENT-ALLOW
003142         MOVE TX-PERIODS-PER-YEAR TO TAX-PERIODS-PER-YEAR
003143     END-IF.
003144     IF TAXTBL-BRACKET-REC
003145         IF TAX-COUNT >= 20
003146             MOVE 'TAXTBL TABLE FULL - TOO MANY BRACKETS' TO
003147                 WS-ABORT-MESSAGE
003148             PERFORM 9000-ABORT-RUN
003149                 THRU 9000-EXIT
003150         END-IF
003151         ADD 1 TO TAX-COUNT
003152         MOVE TX-BRACKET-FLOOR TO TAX-FLOOR (TAX-COUNT)
003153         MOVE TX-BRACKET-RATE TO TAX-RATE (TAX-COUNT)
003154         MOVE TX-BRACKET-DEDUCT TO TAX-DEDUCT (TAX-COUNT)
003155     END-IF.
003156 1470-READ-NEXT.
003157     PERFORM 1460-READ-TAX-TABLE
003158         THRU 1460-EXIT.
003159 1470-EXIT.
003160     EXIT.
003161*
003162*****************************************************
003163* 1480-LOAD-LEAVE-RATES - CARREGA AS FAIXAS DE
003164* ACUMULACAO DE LICENCA DO LEAVRATE.DAT PELA MESMA
003165* REGRA DE VIGENCIA DO TAXTBL: VALE A VERSAO DE DATA
003166* MAIS RECENTE NAO POSTERIOR A DATA DO RUN. SEM
003167* ARQUIVO (OU SEM VERSAO EM VIGOR) O RUN NAO ACUMULA
003168* LICENCA, COM AVISO NA PAGINA DE PARAMETROS.
003169*****************************************************
003170 1480-LOAD-LEAVE-RATES.
003171     OPEN INPUT LEAVE-RATE-FILE.
003172     IF WS-LVRATE-STATUS NOT = '00'
003173         GO TO 1480-EXIT
003174     END-IF.
003175     MOVE 'N' TO WS-LVRATE-EOF-SWITCH.
003176     PERFORM 1485-READ-LEAVE-RATE
003177         THRU 1485-EXIT.
003178     PERFORM 1490-APPLY-LEAVE-RATE
003179         THRU 1490-EXIT
003180         UNTIL LVRATE-FILE-EOF.
003181     CLOSE LEAVE-RATE-FILE.
003182 1480-EXIT.
003183     EXIT.
003184*
003185*****************************************************
003186* 1485-READ-LEAVE-RATE - LE O PROXIMO REGISTRO DA
003187* TABELA DE ACUMULACAO DE LICENCA.
003188*****************************************************
003189 1485-READ-LEAVE-RATE.
003190     READ LEAVE-RATE-FILE
003191         AT END
003192             MOVE 'Y' TO WS-LVRATE-EOF-SWITCH
003193     END-READ.
003194 1485-EXIT.
003195     EXIT.
003196*
003197*****************************************************
003198* 1490-APPLY-LEAVE-RATE - ADOTA A FAIXA LIDA SE A
003199* VIGENCIA DELA NAO FOR POSTERIOR A DATA DO RUN NEM
003200* ANTERIOR A DA VERSAO JA ADOTADA; UMA VIGENCIA MAIS
003201* RECENTE DESCARTA A VERSAO ANTERIOR E RECOMECA A
003202* TABELA, COMO NA 1470.
003203*****************************************************
003204 1490-APPLY-LEAVE-RATE.
003205     IF LR-EFFECTIVE-DATE > WS-RUN-DATE-NUM
003206         OR LR-EFFECTIVE-DATE < WS-LVRATE-EFFECTIVE
003207         GO TO 1490-READ-NEXT
003208     END-IF.
003209     IF LR-EFFECTIVE-DATE > WS-LVRATE-EFFECTIVE
003210         OR NOT LVRATE-FILE-USED
003211         MOVE LR-EFFECTIVE-DATE TO WS-LVRATE-EFFECTIVE
003212         MOVE ZERO TO LVR-COUNT
003213         MOVE 'Y' TO WS-LVRATE-USED-SWITCH
003214     END-IF.
003215     IF LVR-COUNT >= 20
003216         MOVE 'LEAVRATE TABLE FULL - TOO MANY BANDS' TO
003217             WS-ABORT-MESSAGE
003218         PERFORM 9000-ABORT-RUN
003219             THRU 9000-EXIT
003220     END-IF.
003221     ADD 1 TO LVR-COUNT.
003222     MOVE LR-MIN-YEARS TO LVR-MIN-YEARS (LVR-COUNT).
003223     MOVE LR-VAC-ACCRUAL TO LVR-VAC-ACCRUAL (LVR-COUNT).
003224     MOVE LR-SICK-ACCRUAL TO LVR-SICK-ACCRUAL (LVR-COUNT).
003225     MOVE LR-VAC-CARRY-CAP TO LVR-VAC-CAP (LVR-COUNT).
003226     MOVE LR-SICK-CARRY-CAP TO LVR-SICK-CAP (LVR-COUNT).
003227 1490-READ-NEXT.
003228     PERFORM 1485-READ-LEAVE-RATE
003229         THRU 1485-EXIT.
003230 1490-EXIT.
003231     EXIT.
003232*
003233*****************************************************
003234* 1500-WRITE-PARM-PAGE - IMPRIME NA PRIMEIRA PAGINA DO
003235* REGISTRO OS VALORES DE REGRA DE PAGAMENTO QUE REGEM
003236* ESTE RUN (E A ORIGEM DELES), PARA CONFERENCIA DOS
003237* AUDITORES; A PAGINA SO SAI EM RUN NOVO, POIS NO
003238* RESTART O RELATORIO CONTINUA DE ONDE PAROU.
003239*****************************************************
003240 1500-WRITE-PARM-PAGE.
003241     ADD 1 TO PAY-PAGE-NUMBER.
003242     MOVE PAY-PAGE-NUMBER TO RPT-PAGE-NO.
003243     MOVE RPT-TITLE-LINE TO PRT-LINE.
003244     MOVE ZERO TO PRT-ADVANCE.
003245     PERFORM 8900-PRINT-REGISTER
003246         THRU 8900-EXIT.
003247     MOVE RPT-DATE-LINE TO PRT-LINE.
003248     MOVE 1 TO PRT-ADVANCE.
003249     PERFORM 8900-PRINT-REGISTER
003250         THRU 8900-EXIT.
003251     MOVE PARM-TITLE-LINE TO PRT-LINE.
003252     MOVE 2 TO PRT-ADVANCE.
003253     PERFORM 8900-PRINT-REGISTER
003254         THRU 8900-EXIT.
003255     IF PARM-FILE-USED
003256         MOVE 'PARAMETER FILE PAYPARM EFFECTIVE DATE ' TO
003257             PS-TEXT
003258         MOVE WS-PARM-EFFECTIVE TO PS-EFF-DATE
003259     ELSE
003260         MOVE 'BUILT-IN DEFAULT RULES - NO PARM IN EFFECT'
003261             TO PS-TEXT
003262         MOVE SPACES TO PS-EFF-DATE
003263     END-IF.
003264     MOVE PARM-SOURCE-LINE TO PRT-LINE.
003265     MOVE 1 TO PRT-ADVANCE.
003266     PERFORM 8900-PRINT-REGISTER
003267         THRU 8900-EXIT.
003268     IF TRIAL-RUN
003269         MOVE 'TRIAL RUN - NO FILES UPDATED, NOTHING PAID'
003270             TO PS-TEXT
003271         MOVE SPACES TO PS-EFF-DATE
003272         MOVE PARM-SOURCE-LINE TO PRT-LINE
003273         MOVE 1 TO PRT-ADVANCE
003274         PERFORM 8900-PRINT-REGISTER
003275             THRU 8900-EXIT
003276     END-IF.
003277     IF TAXTBL-FILE-USED
003278         MOVE TAX-TABLE-VERSION TO TS-VERSION
003279         MOVE WS-TAX-EFFECTIVE TO TS-EFF-DATE
003280         MOVE TAX-SOURCE-LINE TO PRT-LINE
003281         MOVE 1 TO PRT-ADVANCE
003282         PERFORM 8900-PRINT-REGISTER
003283             THRU 8900-EXIT
003284     ELSE
003285         MOVE 'NO TAXTBL IN EFFECT - FLAT TAX PCT APPLIES'
003286             TO PS-TEXT
003287         MOVE SPACES TO PS-EFF-DATE
003288         MOVE PARM-SOURCE-LINE TO PRT-LINE
003289         MOVE 1 TO PRT-ADVANCE
003290         PERFORM 8900-PRINT-REGISTER
003291             THRU 8900-EXIT
003292     END-IF.
003293     IF LVRATE-FILE-USED
003294         MOVE 'LEAVE ACCRUAL TABLE LEAVRATE EFFECTIVE ' TO
003295             PS-TEXT
003296         MOVE WS-LVRATE-EFFECTIVE TO PS-EFF-DATE
003297     ELSE
003298         MOVE 'NO LEAVRATE IN EFFECT - NO LEAVE ACCRUED'
003299             TO PS-TEXT
003300         MOVE SPACES TO PS-EFF-DATE
003301     END-IF.
003302     MOVE PARM-SOURCE-LINE TO PRT-LINE.
003303     MOVE 1 TO PRT-ADVANCE.
003304     PERFORM 8900-PRINT-REGISTER
003305         THRU 8900-EXIT.
003306     MOVE 'FLAT TAX PCT (NO TAXTBL)' TO PD-LABEL.
003307     MOVE PAY-TAX-PCT TO PD-VALUE.
003308     MOVE PARM-DETAIL-LINE TO PRT-LINE.
003309     MOVE 2 TO PRT-ADVANCE.
003310     PERFORM 8900-PRINT-REGISTER
003311         THRU 8900-EXIT.
003312     MOVE 'BENEFITS DEDUCTION' TO PD-LABEL.
003313     MOVE PAY-BENEFITS-DEDUCT TO PD-VALUE.
003314     MOVE PARM-DETAIL-LINE TO PRT-LINE.
003315     MOVE 1 TO PRT-ADVANCE.
003316     PERFORM 8900-PRINT-REGISTER
003317         THRU 8900-EXIT.
003318     MOVE 'OVERTIME FACTOR' TO PD-LABEL.
003319     MOVE PAY-OT-FACTOR TO PD-VALUE.
003320     MOVE PARM-DETAIL-LINE TO PRT-LINE.
003321     MOVE 1 TO PRT-ADVANCE.
003322     PERFORM 8900-PRINT-REGISTER
003323         THRU 8900-EXIT.
003324     MOVE 'MAXIMUM RATE' TO PD-LABEL.
003325     MOVE PAY-MAX-RATE TO PD-VALUE.
003326     MOVE PARM-DETAIL-LINE TO PRT-LINE.
003327     MOVE 1 TO PRT-ADVANCE.
003328     PERFORM 8900-PRINT-REGISTER
003329         THRU 8900-EXIT.
003330     MOVE 'MAXIMUM HOURS' TO PD-LABEL.
003331     MOVE PAY-MAX-HOURS TO PD-VALUE.
003332     MOVE PARM-DETAIL-LINE TO PRT-LINE.
003333     MOVE 1 TO PRT-ADVANCE.
003334     PERFORM 8900-PRINT-REGISTER
003335         THRU 8900-EXIT.
003336     MOVE 'MAXIMUM REGULAR HOURS' TO PD-LABEL.
003337     MOVE PAY-MAX-REG-HOURS TO PD-VALUE.
003338     MOVE PARM-DETAIL-LINE TO PRT-LINE.
003339     MOVE 1 TO PRT-ADVANCE.
003340     PERFORM 8900-PRINT-REGISTER
003341         THRU 8900-EXIT.
003342     MOVE 'VARIANCE PCT' TO PD-LABEL.
003343     MOVE PAY-VARIANCE-PCT TO PD-VALUE.
003344     MOVE PARM-DETAIL-LINE TO PRT-LINE.
003345     MOVE 1 TO PRT-ADVANCE.
003346     PERFORM 8900-PRINT-REGISTER
003347         THRU 8900-EXIT.
003348     MOVE 'REPORT PAGE SIZE' TO PD-LABEL.
003349     MOVE PAY-PAGE-SIZE TO PD-VALUE.
003350     MOVE PARM-DETAIL-LINE TO PRT-LINE.
003351     MOVE 1 TO PRT-ADVANCE.
003352     PERFORM 8900-PRINT-REGISTER
003353         THRU 8900-EXIT.
003354     MOVE 'CHECKPOINT INTERVAL' TO PD-LABEL.
003355     MOVE PAY-CHECKPOINT-INTERVAL TO PD-VALUE.
003356     MOVE PARM-DETAIL-LINE TO PRT-LINE.
003357     MOVE 1 TO PRT-ADVANCE.
003358     PERFORM 8900-PRINT-REGISTER
003359         THRU 8900-EXIT.
003360     IF TAXTBL-FILE-USED
003361         MOVE 'DEPENDENT ALLOWANCE (YEAR)' TO PD-LABEL
003362         MOVE TAX-DEPENDENT-ALLOW TO PD-VALUE
003363         MOVE PARM-DETAIL-LINE TO PRT-LINE
003364         MOVE 2 TO PRT-ADVANCE
003365         PERFORM 8900-PRINT-REGISTER
003366             THRU 8900-EXIT
003367         MOVE 'PAY PERIODS PER YEAR' TO PD-LABEL
003368         MOVE TAX-PERIODS-PER-YEAR TO PD-VALUE
003369         MOVE PARM-DETAIL-LINE TO PRT-LINE
003370         MOVE 1 TO PRT-ADVANCE
003371         PERFORM 8900-PRINT-REGISTER
003372             THRU 8900-EXIT
003373         PERFORM 1510-WRITE-TAX-BRACKET
003374             THRU 1510-EXIT
003375             VARYING TAX-SUB FROM 1 BY 1
003376             UNTIL TAX-SUB > TAX-COUNT
003377     END-IF.
003378     MOVE PAY-PAGE-SIZE TO PAY-LINE-COUNT.
003379 1500-EXIT.
003380     EXIT.
003381*
003382*****************************************************
003383* 1510-WRITE-TAX-BRACKET - IMPRIME NA PAGINA DE
003384* PARAMETROS UMA FAIXA DA TABELA DE RETENCAO EM VIGOR.
003385*****************************************************
003386 1510-WRITE-TAX-BRACKET.
003387     MOVE TAX-FLOOR (TAX-SUB) TO TB-FLOOR.
003388     MOVE TAX-RATE (TAX-SUB) TO TB-RATE.
003389     MOVE TAX-DEDUCT (TAX-SUB) TO TB-DEDUCT.
003390     MOVE TAX-BRACKET-LINE TO PRT-LINE.
003391     MOVE 1 TO PRT-ADVANCE.
003392     PERFORM 8900-PRINT-REGISTER
003393         THRU 8900-EXIT.
003394 1510-EXIT.
003395     EXIT.
003396*
003397*****************************************************
003398* 1600-LOAD-GL-MAP - CARREGA O DE-PARA DE
003399* CONTABILIZACAO DO GLMAP.DAT: AS ENTRADAS 'D' VAO
003400* PARA A TABELA DEPARTAMENTO-CONTA E AS ENTRADAS
003401* 'T'/'B'/'C' DEFINEM AS CONTAS DE CREDITO. SEM O
003402* ARQUIVO O LANCAMENTO CONTABIL E PULADO (COM AVISO NO
003403* FIM DO RUN); COM O ARQUIVO PRESENTE MAS SEM AS TRES
003404* CONTAS DE CREDITO O RUN ABORTA JA AQUI, ANTES DE
003405* QUALQUER PAGAMENTO.
003406*****************************************************
003407 1600-LOAD-GL-MAP.
003408     OPEN INPUT GL-MAP-FILE.
003409     IF WS-GLMAP-STATUS NOT = '00'
003410         GO TO 1600-EXIT
003411     END-IF.
003412     MOVE 'Y' TO WS-GLMAP-LOADED-SWITCH.
003413     MOVE 'N' TO WS-GLMAP-EOF-SWITCH.
003414     PERFORM 1610-READ-GL-MAP
003415         THRU 1610-EXIT.
003416     PERFORM 1620-STORE-GL-ENTRY
003417         THRU 1620-EXIT
003418         UNTIL GLMAP-FILE-EOF.
003419     CLOSE GL-MAP-FILE.
003420     IF GL-TAX-ACCOUNT = SPACES
003421         OR GL-BEN-ACCOUNT = SPACES
003422         OR GL-CLR-ACCOUNT = SPACES
003423         MOVE 'GLMAP CREDIT ACCOUNTS INCOMPLETE' TO
003424             WS-ABORT-MESSAGE
003425         PERFORM 9000-ABORT-RUN
003426             THRU 9000-EXIT
003427     END-IF.
003428 1600-EXIT.
003429     EXIT.
003430*
003431*****************************************************
003432* 1610-READ-GL-MAP - LE A PROXIMA ENTRADA DO DE-PARA.
003433*****************************************************
003434 1610-READ-GL-MAP.
003435     READ GL-MAP-FILE
003436         AT END
003437             MOVE 'Y' TO WS-GLMAP-EOF-SWITCH
003438     END-READ.
003439 1610-EXIT.
003440     EXIT.
003441*
003442*****************************************************
003443* 1620-STORE-GL-ENTRY - GUARDA UMA ENTRADA DO DE-PARA:
003444* DEPARTAMENTO E CODIGO DE CUSTEIO NA TABELA, CONTAS
003445* DE CREDITO NOS CAMPOS PROPRIOS; TIPO DESCONHECIDO E
003446* IGNORADO.
003447*****************************************************
003448 1620-STORE-GL-ENTRY.
003449     IF GLMAP-DEPT-ENTRY
003450         OR GLMAP-CHARGE-ENTRY
003451         IF GLM-COUNT >= 100
003452             MOVE 'GLMAP TABLE FULL - TOO MANY ENTRIES' TO
003453                 WS-ABORT-MESSAGE
003454             PERFORM 9000-ABORT-RUN
003455                 THRU 9000-EXIT
003456         END-IF
003457         ADD 1 TO GLM-COUNT
003458         MOVE GM-TYPE TO GLM-TYPE (GLM-COUNT)
003459         MOVE GM-DEPT TO GLM-DEPT (GLM-COUNT)
003460         MOVE GM-ACCOUNT TO GLM-ACCOUNT (GLM-COUNT)
003461         MOVE GM-DESC TO GLM-DESC (GLM-COUNT)
003462     END-IF.
003463     IF GLMAP-TAX-ENTRY
003464         MOVE GM-ACCOUNT TO GL-TAX-ACCOUNT
003465         MOVE GM-DESC TO GL-TAX-DESC
003466     END-IF.
003467     IF GLMAP-BENEFITS-ENTRY
003468         MOVE GM-ACCOUNT TO GL-BEN-ACCOUNT
003469         MOVE GM-DESC TO GL-BEN-DESC
003470     END-IF.
003471     IF GLMAP-CLEARING-ENTRY
003472         MOVE GM-ACCOUNT TO GL-CLR-ACCOUNT
003473         MOVE GM-DESC TO GL-CLR-DESC
003474     END-IF.
003475     PERFORM 1610-READ-GL-MAP
003476         THRU 1610-EXIT.
003477 1620-EXIT.
003478     EXIT.
003479*
003480*****************************************************
003481* 1700-LOAD-CALENDAR - CARREGA O CALENDARIO DE PERIODOS
003482* DO PAYCAL.DAT PARA A TABELA; SEM O ARQUIVO AS
003483* CONFERENCIAS DE CALENDARIO SAO PULADAS COM AVISO NO
003484* CONSOLE, COMO NO PAYPARM AUSENTE.
003485*****************************************************
003486 1700-LOAD-CALENDAR.
003487     OPEN INPUT CAL-FILE.
003488     IF WS-CAL-STATUS NOT = '00'
003489         DISPLAY 'EASYCALC - NO PAYCAL - CALENDAR CHECKS OFF'
003490         GO TO 1700-EXIT
003491     END-IF.
003492     MOVE 'Y' TO WS-CAL-LOADED-SWITCH.
003493     MOVE 'N' TO WS-CAL-EOF-SWITCH.
003494     PERFORM 1710-READ-CALENDAR
003495         THRU 1710-EXIT.
003496     PERFORM 1720-STORE-CAL-ENTRY
003497         THRU 1720-EXIT
003498         UNTIL CAL-FILE-EOF.
003499     CLOSE CAL-FILE.
003500 1700-EXIT.
003501     EXIT.
003502*
003503*****************************************************
003504* 1710-READ-CALENDAR - LE A PROXIMA ENTRADA DO
003505* CALENDARIO DE PERIODOS.
003506*****************************************************
003507 1710-READ-CALENDAR.
003508     READ CAL-FILE
003509         AT END
003510             MOVE 'Y' TO WS-CAL-EOF-SWITCH
003511     END-READ.
003512 1710-EXIT.
003513     EXIT.
003514*
003515*****************************************************
003516* 1720-STORE-CAL-ENTRY - GUARDA UMA ENTRADA DO
003517* CALENDARIO NA TABELA.
003518*****************************************************
003519 1720-STORE-CAL-ENTRY.
003520     IF CAL-COUNT >= 60
003521         MOVE 'PAYCAL TABLE FULL' TO WS-ABORT-MESSAGE
003522         PERFORM 9000-ABORT-RUN
003523             THRU 9000-EXIT
003524     END-IF.
003525     ADD 1 TO CAL-COUNT.
003526     MOVE CA-YEAR TO CAL-YEAR (CAL-COUNT).
003527     MOVE CA-PERIOD-NO TO CAL-PERIOD-NO (CAL-COUNT).
003528     MOVE CA-PERIOD-END TO CAL-PERIOD-END (CAL-COUNT).
003529     MOVE CA-PAY-DATE TO CAL-PAY-DATE (CAL-COUNT).
003530     PERFORM 1710-READ-CALENDAR
003531         THRU 1710-EXIT.
003532 1720-EXIT.
003533     EXIT.
003534*
003535*****************************************************
003536* 1800-WRITE-BANK-HEADER - GRAVA O HEADER DO ARQUIVO DE
003537* TRANSMISSAO BANCARIA DEPOIS DO SORT, QUANDO OS LOTES
003538* JA FORAM ACEITOS, PARA CARREGAR O NUMERO DO PERIODO
003539* DO CALENDARIO (DO PRIMEIRO LOTE DO RUN) ALEM DA DATA
003540* DO RUN; NO RESTART O HEADER JA FOI GRAVADO. O RUN DE
003541* TESTE NAO GERA ARQUIVO BANCARIO.
003542*****************************************************
003543 1800-WRITE-BANK-HEADER.
003544     IF TRIAL-RUN
003545         GO TO 1800-EXIT
003546     END-IF.
003547     MOVE WS-RUN-DATE-NUM TO BH-RUN-DATE.
003548     IF BATCH-COUNT > ZERO
003549         MOVE BA-PERIOD-NO (1) TO BH-PERIOD-NO
003550     ELSE
003551         MOVE ZERO TO BH-PERIOD-NO
003552     END-IF.
003553     WRITE BANK-REC FROM BANK-HEADER-LINE.
003554 1800-EXIT.
003555     EXIT.
003556*
003557*****************************************************
003558* 1900-LOAD-PAID-BATCH - CARREGA O PAIDBAT.DAT PARA A
003559* TABELA DE LOTES JA PAGOS NA INICIALIZACAO, USADA PELA
003560* RECUSA DE LOTE JA PAGO (1330) E PELA CONFERENCIA DE
003561* SEQUENCIA DE PERIODOS (1390); SEM ARQUIVO, NENHUM
003562* LOTE FOI PAGO AINDA.
003563*****************************************************
003564 1900-LOAD-PAID-BATCH.
003565     OPEN INPUT PAID-BATCH-FILE.
003566     IF WS-PAIDBAT-STATUS NOT = '00'
003567         GO TO 1900-EXIT
003568     END-IF.
003569     MOVE 'N' TO WS-PAIDBAT-EOF-SWITCH.
003570     PERFORM 1910-READ-PAID-BATCH
003571         THRU 1910-EXIT.
003572     PERFORM 1920-STORE-PAID-ENTRY
003573         THRU 1920-EXIT
003574         UNTIL PAIDBAT-FILE-EOF.
003575     CLOSE PAID-BATCH-FILE.
003576 1900-EXIT.
003577     EXIT.
003578*
003579*****************************************************
003580* 1910-READ-PAID-BATCH - LE O PROXIMO LOTE JA PAGO.
003581*****************************************************
003582 1910-READ-PAID-BATCH.
003583     READ PAID-BATCH-FILE
003584         AT END
003585             MOVE 'Y' TO WS-PAIDBAT-EOF-SWITCH
003586     END-READ.
003587 1910-EXIT.
003588     EXIT.
003589*
003590*****************************************************
003591* 1920-STORE-PAID-ENTRY - GUARDA UM LOTE PAGO NA
003592* TABELA.
003593*****************************************************
003594 1920-STORE-PAID-ENTRY.
003595     IF PAID-COUNT >= 200
003596         MOVE 'PAIDBAT TABLE FULL' TO WS-ABORT-MESSAGE
003597         PERFORM 9000-ABORT-RUN
003598             THRU 9000-EXIT
003599     END-IF.
003600     ADD 1 TO PAID-COUNT.
003601     MOVE PB-PERIOD-END TO PD-PERIOD-END (PAID-COUNT).
003602     MOVE PB-BATCH-NO TO PD-BATCH-NO (PAID-COUNT).
003603     PERFORM 1910-READ-PAID-BATCH
003604         THRU 1910-EXIT.
003605 1920-EXIT.
003606     EXIT.
003607*
003608*****************************************************
003609* 1950-LOAD-CHECK-CONTROL - LE O PROXIMO NUMERO DE
003610* CHEQUE DO REGISTRO DE CONTROLE CHKCTRL.DAT; NA
003611* PRIMEIRA EXECUCAO O REGISTRO E CRIADO COMECANDO NO
003612* NUMERO 1. NO RESTART, O NUMERO DO CHECKPOINT (JA COM
003613* OS CHEQUES EMITIDOS ANTES DA QUEDA) PREVALECE PELA
003614* RESTAURACAO DA 1100. O RUN DE TESTE NAO EMITE CHEQUE
003615* E NAO CONSULTA NEM CRIA O REGISTRO DE CONTROLE.
003616*****************************************************
003617 1950-LOAD-CHECK-CONTROL.
003618     IF TRIAL-RUN
003619         GO TO 1950-EXIT
003620     END-IF.
003621     OPEN INPUT CHECK-CTL-FILE.
003622     IF WS-CHKCTL-STATUS NOT = '00'
003623         OPEN OUTPUT CHECK-CTL-FILE
003624         MOVE 1 TO CK-NEXT-CHECK-NO
003625         WRITE CHECK-CTL-RECORD
003626         CLOSE CHECK-CTL-FILE
003627         MOVE 1 TO PAY-NEXT-CHECK-NO
003628         GO TO 1950-EXIT
003629     END-IF.
003630     READ CHECK-CTL-FILE
003631         AT END
003632             MOVE 1 TO PAY-NEXT-CHECK-NO
003633         NOT AT END
003634             MOVE CK-NEXT-CHECK-NO TO PAY-NEXT-CHECK-NO
003635     END-READ.
003636     CLOSE CHECK-CTL-FILE.
003637 1950-EXIT.
003638     EXIT.
003639*
003640*****************************************************
003641* 2000-READ-HOURSIN - LE O PROXIMO REGISTRO DE HORAS.
003642*****************************************************
003643 2000-READ-HOURSIN.
003644     READ HOURSIN
003645         AT END
003646             MOVE 'Y' TO WS-EOF-SWITCH
003647     END-READ.
003648 2000-EXIT.
003649     EXIT.
003650*
003651*****************************************************
003652* 2100-READ-SORTED-HOURS - LE O PROXIMO REGISTRO DO
003653* ARQUIVO DE HORAS JA CLASSIFICADO POR DEPARTAMENTO,
003654* CONTANDO OS REGISTROS CONSUMIDOS PARA O CHECKPOINT.
003655*****************************************************
003656 2100-READ-SORTED-HOURS.
003657     READ HOURS-SORTED
003658         AT END
003659             MOVE 'Y' TO WS-EOF-SWITCH
003660         NOT AT END
003661             ADD 1 TO PAY-RECORD-ORDINAL
003662     END-READ.
003663 2100-EXIT.
003664     EXIT.
003665*
003666*****************************************************
003667* 3000-PROCESS-EMPLOYEE - CALCULA E IMPRIME O PAGAMENTO
003668* BRUTO DE UM FUNCIONARIO, FECHANDO O GRUPO DE
003669* DEPARTAMENTO ANTERIOR QUANDO A CHAVE DE QUEBRA MUDA.
003670*****************************************************
003671 3000-PROCESS-EMPLOYEE.
003672     IF HS-DEPT NOT = PAY-CURR-DEPT
003673         IF DEPT-IN-PROGRESS
003674             PERFORM 3600-WRITE-DEPT-TOTAL
003675                 THRU 3600-EXIT
003676         END-IF
003677         MOVE HS-DEPT TO PAY-CURR-DEPT
003678         MOVE 'Y' TO WS-DEPT-SWITCH
003679     END-IF.
003680     MOVE HS-EMP-ID TO PAY-EMP-ID.
003681     MOVE HS-REC-TYPE TO PAY-REC-TYPE.
003682     MOVE HS-RATE   TO PAY-RATE.
003683     MOVE HS-HOURS  TO PAY-HOURS.
003684     MOVE ZERO TO PAY-ADJ-AMOUNT.
003685     MOVE SPACE TO PAY-LEAVE-CODE.
003686     IF PAY-ADJUSTMENT
003687         MOVE HS-ADJ-AMOUNT TO PAY-ADJ-AMOUNT
003688     END-IF.
003689     IF PAY-LEAVE
003690         MOVE HS-LEAVE-CODE TO PAY-LEAVE-CODE
003691     END-IF.
003692     PERFORM 3055-SET-BATCH-PERIOD
003693         THRU 3055-EXIT.
003694     PERFORM 3050-LOOKUP-EMPLOYEE
003695         THRU 3050-EXIT.
003696     PERFORM 3060-CHECK-TRIAL-SAVE
003697         THRU 3060-EXIT.
003698     PERFORM 3280-LOAD-LEAVE
003699         THRU 3280-EXIT.
003700     PERFORM 3100-VALIDATE-INPUT
003701         THRU 3100-EXIT.
003702     IF PAY-RECORD-VALID
003703         PERFORM 3200-CALCULATE-GROSS
003704             THRU 3200-EXIT
003705         PERFORM 3210-UPDATE-YTD
003706             THRU 3210-EXIT
003707         PERFORM 3220-CALCULATE-DEDUCTIONS
003708             THRU 3220-EXIT
003709         PERFORM 3230-CHECK-VARIANCE
003710             THRU 3230-EXIT
003711         PERFORM 3290-POST-LEAVE
003712             THRU 3290-EXIT
003713         PERFORM 3300-WRITE-DETAIL
003714             THRU 3300-EXIT
003715     ELSE
003716         PERFORM 3400-WRITE-REJECT
003717             THRU 3400-EXIT
003718     END-IF.
003719     PERFORM 2100-READ-SORTED-HOURS
003720         THRU 2100-EXIT.
003721 3000-EXIT.
003722     EXIT.
003723*
003724*****************************************************
003725* 3050-LOOKUP-EMPLOYEE - PROCURA O FUNCIONARIO NO
003726* CADASTRO EMPMAST PELA CHAVE EMP-ID E GUARDA O NOME
003727* PARA A LINHA DE DETALHE; SE NAO EXISTIR, O REGISTRO
003728* DE HORAS SERA REJEITADO PELA VALIDACAO.
003729*****************************************************
003730 3050-LOOKUP-EMPLOYEE.
003731     MOVE PAY-EMP-ID TO EM-EMP-ID.
003732     READ EMP-FILE
003733         INVALID KEY
003734             SET EMP-RECORD-NOT-FOUND TO TRUE
003735         NOT INVALID KEY
003736             SET EMP-RECORD-FOUND TO TRUE
003737     END-READ.
003738     IF EMP-RECORD-FOUND
003739         MOVE EM-NAME TO PAY-EMP-NAME
003740     ELSE
003741         MOVE SPACES TO PAY-EMP-NAME
003742     END-IF.
003743 3050-EXIT.
003744     EXIT.
003745*
003746*****************************************************
003747* 3055-SET-BATCH-PERIOD - LOCALIZA NA TABELA DE LOTES O
003748* LOTE DO REGISTRO DE HORAS CORRENTE E LEVA O NUMERO DO
003749* PERIODO DO CALENDARIO PARA O CABECALHO DO REGISTRO,
003750* PARA A TESOURARIA NAO PRECISAR DERIVA-LO A MAO.
003751*****************************************************
003752 3055-SET-BATCH-PERIOD.
003753     MOVE HS-PERIOD-END TO BATCH-PERIOD-END.
003754     MOVE HS-BATCH-NO TO BATCH-NO.
003755     PERFORM 1360-SEARCH-BATCH-TABLE
003756         THRU 1360-EXIT.
003757     IF BATCH-HIT-SUB > ZERO
003758         MOVE BA-PERIOD-NO (BATCH-HIT-SUB) TO RPT-PERIOD-NO
003759     END-IF.
003760 3055-EXIT.
003761     EXIT.
003762*
003763*****************************************************
003764* 3060-CHECK-TRIAL-SAVE - NO RUN DE TESTE, NA TROCA DE
003765* FUNCIONARIO, LIMPA OS SALDOS GUARDADOS DO ANTERIOR;
003766* O FUNCIONARIO NOVO COMECA LENDO OS ARQUIVOS.
003767*****************************************************
003768 3060-CHECK-TRIAL-SAVE.
003769     IF NOT TRIAL-RUN
003770         OR PAY-EMP-ID = TRL-EMP-ID
003771         GO TO 3060-EXIT
003772     END-IF.
003773     MOVE SPACES TO TRIAL-SAVE-AREAS.
003774     MOVE PAY-EMP-ID TO TRL-EMP-ID.
003775 3060-EXIT.
003776     EXIT.
003777*
003778*****************************************************
003779* 3100-VALIDATE-INPUT - REJEITA FUNCIONARIO FORA DO
003780* CADASTRO EMPMAST OU INATIVO/DESLIGADO, RATE FORA DA
003781* FAIXA (ZERO OU MAIOR QUE PAY-MAX-RATE) E HOURS FORA
003782* DE 0-PAY-MAX-HOURS, EVITANDO CALCULAR UM GROSS
003783* INVALIDO; O MOTIVO DA REJEICAO E DEIXADO EM
003784* RJ-REASON PARA A LINHA DE ADVERTENCIA.
003785*****************************************************
003786 3100-VALIDATE-INPUT.
003787     MOVE 'Y' TO WS-VALID-SWITCH.
003788     IF EMP-RECORD-NOT-FOUND
003789         MOVE 'N' TO WS-VALID-SWITCH
003790         MOVE 'EMPLOYEE NOT ON MASTER FILE - RECORD IGNORED.'
003791             TO RJ-REASON
003792         GO TO 3100-EXIT
003793     END-IF.
003794     IF NOT EMP-ACTIVE
003795         MOVE 'N' TO WS-VALID-SWITCH
003796         MOVE 'EMPLOYEE INACTIVE OR TERMINATED - IGNORED.'
003797             TO RJ-REASON
003798         GO TO 3100-EXIT
003799     END-IF.
003800     IF PAY-ADJUSTMENT
003801         PERFORM 3110-VALIDATE-ADJUSTMENT
003802             THRU 3110-EXIT
003803         GO TO 3100-EXIT
003804     END-IF.
003805     IF PAY-LEAVE
003806         PERFORM 3120-VALIDATE-LEAVE
003807             THRU 3120-EXIT
003808         GO TO 3100-EXIT
003809     END-IF.
003810     IF PAY-RATE NOT > ZERO
003811         OR PAY-RATE > PAY-MAX-RATE
003812         MOVE 'N' TO WS-VALID-SWITCH
003813         MOVE 'RATE OR HOURS OUT OF RANGE - RECORD IGNORED.'
003814             TO RJ-REASON
003815     END-IF.
003816     IF PAY-HOURS < ZERO
003817         OR PAY-HOURS > PAY-MAX-HOURS
003818         MOVE 'N' TO WS-VALID-SWITCH
003819         MOVE 'RATE OR HOURS OUT OF RANGE - RECORD IGNORED.'
003820             TO RJ-REASON
003821     END-IF.
003822 3100-EXIT.
003823     EXIT.
003824*
003825*****************************************************
003826* 3110-VALIDATE-ADJUSTMENT - VALIDA UM REGISTRO DE
003827* AJUSTE: RATE PODE SER ZERO (AJUSTE SO DE VALOR) MAS
003828* NAO NEGATIVO NEM ACIMA DO LIMITE, AS HORAS PODEM SER
003829* NEGATIVAS ATE -PAY-MAX-HOURS, E UM AJUSTE SEM HORAS E
003830* SEM VALOR NAO TEM O QUE PROCESSAR.
003831*****************************************************
003832 3110-VALIDATE-ADJUSTMENT.
003833     IF PAY-RATE < ZERO
003834         OR PAY-RATE > PAY-MAX-RATE
003835         MOVE 'N' TO WS-VALID-SWITCH
003836         MOVE 'ADJUSTMENT OUT OF RANGE - RECORD IGNORED.'
003837             TO RJ-REASON
003838         GO TO 3110-EXIT
003839     END-IF.
003840     ADD PAY-HOURS PAY-MAX-HOURS GIVING PAY-ADJ-CHECK.
003841     IF PAY-ADJ-CHECK < ZERO
003842         OR PAY-HOURS > PAY-MAX-HOURS
003843         MOVE 'N' TO WS-VALID-SWITCH
003844         MOVE 'ADJUSTMENT OUT OF RANGE - RECORD IGNORED.'
003845             TO RJ-REASON
003846         GO TO 3110-EXIT
003847     END-IF.
003848     IF PAY-HOURS = ZERO
003849         AND PAY-ADJ-AMOUNT = ZERO
003850         MOVE 'N' TO WS-VALID-SWITCH
003851         MOVE 'EMPTY ADJUSTMENT - RECORD IGNORED.'
003852             TO RJ-REASON
003853         GO TO 3110-EXIT
003854     END-IF.
003855     MULTIPLY PAY-RATE BY PAY-HOURS
003856         GIVING PAY-ADJ-GROSS.
003857     ADD PAY-ADJ-AMOUNT TO PAY-ADJ-GROSS.
003858     IF PAY-ADJ-GROSS < ZERO
003859         MULTIPLY PAY-ADJ-GROSS BY -1
003860             GIVING PAY-ADJ-GROSS
003861     END-IF.
003862     IF PAY-ADJ-GROSS > 99999.99
003863         MOVE 'N' TO WS-VALID-SWITCH
003864         MOVE 'ADJUSTMENT OUT OF RANGE - RECORD IGNORED.'
003865             TO RJ-REASON
003866     END-IF.
003867 3110-EXIT.
003868     EXIT.
003869*
003870*****************************************************
003871* 3120-VALIDATE-LEAVE - VALIDA UM REGISTRO DE LICENCA
003872* TIRADA: RATE E HORAS NA FAIXA DO DETALHE (HORAS
003873* MAIORES QUE ZERO), CODIGO DE LICENCA 'V' (FERIAS)
003874* OU 'S' (LICENCA MEDICA) E SALDO SUFICIENTE - O
003875* SALDO JA CARREGADO PELA 3280, COM A ACUMULACAO DO
003876* PERIODO - PARA A LICENCA NAO DEIXAR O SALDO
003877* NEGATIVO.
003878*****************************************************
003879 3120-VALIDATE-LEAVE.
003880     IF PAY-RATE NOT > ZERO
003881         OR PAY-RATE > PAY-MAX-RATE
003882         OR PAY-HOURS NOT > ZERO
003883         OR PAY-HOURS > PAY-MAX-HOURS
003884         MOVE 'N' TO WS-VALID-SWITCH
003885         MOVE 'RATE OR HOURS OUT OF RANGE - RECORD IGNORED.'
003886             TO RJ-REASON
003887         GO TO 3120-EXIT
003888     END-IF.
003889     IF PAY-LEAVE-VACATION
003890         MOVE LV-VAC-BALANCE TO PAY-LEAVE-AVAIL
003891     ELSE
003892         IF PAY-LEAVE-SICK
003893             MOVE LV-SICK-BALANCE TO PAY-LEAVE-AVAIL
003894         ELSE
003895             MOVE 'N' TO WS-VALID-SWITCH
003896             MOVE 'INVALID LEAVE CODE - RECORD IGNORED.'
003897                 TO RJ-REASON
003898             GO TO 3120-EXIT
003899         END-IF
003900     END-IF.
003901     IF PAY-HOURS > PAY-LEAVE-AVAIL
003902         MOVE 'N' TO WS-VALID-SWITCH
003903         MOVE 'LEAVE EXCEEDS BALANCE - RECORD IGNORED.'
003904             TO RJ-REASON
003905     END-IF.
003906 3120-EXIT.
003907     EXIT.
003908*
003909*****************************************************
003910* 3200-CALCULATE-GROSS - CALCULA O PAGAMENTO BRUTO,
003911* SEPARANDO HORAS NORMAIS DE HORAS EXTRAS (ACIMA DE
003912* PAY-MAX-REG-HOURS), PAGAS A 1,5 VEZES A HORA NORMAL;
003913* PARA AJUSTE NAO HA HORA EXTRA: O GROSS E HORAS VEZES
003914* RATE (COM SINAL) MAIS O VALOR AVULSO DO REGISTRO; A
003915* LICENCA TIRADA E PAGA A HORA NORMAL, SEM HORA EXTRA.
003916*****************************************************
003917 3200-CALCULATE-GROSS.
003918     IF PAY-ADJUSTMENT
003919         MOVE PAY-HOURS TO PAY-REG-HOURS
003920         MOVE ZERO TO PAY-OT-HOURS
003921         MULTIPLY PAY-RATE BY PAY-REG-HOURS
003922             GIVING PAY-REG-PAY
003923         MOVE ZERO TO PAY-OT-PAY
003924         ADD PAY-REG-PAY PAY-ADJ-AMOUNT GIVING PAY-GROSS
003925         GO TO 3200-EXIT
003926     END-IF.
003927     IF PAY-LEAVE
003928         MOVE PAY-HOURS TO PAY-REG-HOURS
003929         MOVE ZERO TO PAY-OT-HOURS
003930         MULTIPLY PAY-RATE BY PAY-REG-HOURS
003931             GIVING PAY-REG-PAY
003932         MOVE ZERO TO PAY-OT-PAY
003933         MOVE PAY-REG-PAY TO PAY-GROSS
003934         GO TO 3200-EXIT
003935     END-IF.
003936     IF PAY-HOURS > PAY-MAX-REG-HOURS
003937         MOVE PAY-MAX-REG-HOURS TO PAY-REG-HOURS
003938         SUBTRACT PAY-MAX-REG-HOURS FROM PAY-HOURS
003939             GIVING PAY-OT-HOURS
003940     ELSE
003941         MOVE PAY-HOURS TO PAY-REG-HOURS
003942         MOVE ZERO TO PAY-OT-HOURS
003943     END-IF.
003944     MULTIPLY PAY-RATE BY PAY-REG-HOURS
003945         GIVING PAY-REG-PAY.
003946     MULTIPLY PAY-RATE BY PAY-OT-HOURS
003947         GIVING PAY-OT-PAY.
003948     MULTIPLY PAY-OT-PAY BY PAY-OT-FACTOR
003949         GIVING PAY-OT-PAY.
003950     ADD PAY-REG-PAY PAY-OT-PAY GIVING PAY-GROSS.
003951 3200-EXIT.
003952     EXIT.
003953*
003954*****************************************************
003955* 3210-UPDATE-YTD - ATUALIZA O ACUMULADO ANO-A-DATA DO
003956* FUNCIONARIO NO YTD-FILE, SOMANDO O GROSS E AS HORAS
003957* DESTA EXECUCAO AO TOTAL JA ACUMULADO NAS EXECUCOES
003958* ANTERIORES; SE O FUNCIONARIO AINDA NAO TEM REGISTRO,
003959* UM NOVO E CRIADO ZERADO ANTES DE SOMAR. AS IMAGENS
003960* ANTES E DEPOIS DA GRAVACAO SAO DIARIZADAS PELA 3215
003961* PARA PERMITIR O ESTORNO DO RUN PELO PAYBKOUT. NO RUN
003962* DE TESTE OS ACUMULADOS SAO SO CALCULADOS, SEM DIARIO
003963* E SEM GRAVACAO (YTDFILE AUSENTE = TUDO ZERO); O
003964* REGISTRO ATUALIZADO FICA EM TRL-YTD-RECORD E OS
003965* ITENS SEGUINTES DO FUNCIONARIO PARTEM DELE.
003966*****************************************************
003967 3210-UPDATE-YTD.
003968     MOVE PAY-EMP-ID TO YT-EMP-ID.
003969     SET YTD-RECORD-NOT-FOUND TO TRUE.
003970     IF YTD-FILE-OPEN
003971         READ YTD-FILE
003972             INVALID KEY
003973                 SET YTD-RECORD-NOT-FOUND TO TRUE
003974             NOT INVALID KEY
003975                 SET YTD-RECORD-FOUND TO TRUE
003976         END-READ
003977     END-IF.
003978     IF TRIAL-RUN
003979         AND TRL-YTD-SAVED
003980         MOVE TRL-YTD-RECORD TO YTD-RECORD
003981         SET YTD-RECORD-FOUND TO TRUE
003982     END-IF.
003983     IF YTD-RECORD-FOUND
003984         MOVE YT-LAST-GROSS TO PAY-PRIOR-GROSS
003985         MOVE 'R' TO JR-ACTION
003986     ELSE
003987         MOVE ZERO TO PAY-PRIOR-GROSS
003988         MOVE 'W' TO JR-ACTION
003989     END-IF.
003990     IF YTD-RECORD-NOT-FOUND
003991         MOVE ZERO TO YT-YTD-GROSS
003992         MOVE ZERO TO YT-YTD-HOURS
003993         MOVE ZERO TO YT-LAST-GROSS
003994     END-IF.
003995     MOVE YT-YTD-GROSS TO JR-BEF-GROSS.
003996     MOVE YT-YTD-HOURS TO JR-BEF-HOURS.
003997     MOVE YT-LAST-GROSS TO JR-BEF-LAST.
003998     ADD PAY-GROSS TO YT-YTD-GROSS.
003999     ADD PAY-HOURS TO YT-YTD-HOURS.
004000     MOVE YT-YTD-GROSS TO PAY-YTD-GROSS.
004001     MOVE YT-YTD-HOURS TO PAY-YTD-HOURS.
004002     IF NOT PAY-ADJUSTMENT
004003         AND NOT PAY-LEAVE
004004         MOVE PAY-GROSS TO YT-LAST-GROSS
004005     END-IF.
004006     MOVE YT-YTD-GROSS TO JR-AFT-GROSS.
004007     MOVE YT-YTD-HOURS TO JR-AFT-HOURS.
004008     MOVE YT-LAST-GROSS TO JR-AFT-LAST.
004009     IF TRIAL-RUN
004010         MOVE YTD-RECORD TO TRL-YTD-RECORD
004011         MOVE 'Y' TO TRL-YTD-SWITCH
004012         GO TO 3210-EXIT
004013     END-IF.
004014     PERFORM 3215-WRITE-JOURNAL
004015         THRU 3215-EXIT.
004016     IF YTD-RECORD-FOUND
004017         REWRITE YTD-RECORD
004018     ELSE
004019         WRITE YTD-RECORD
004020     END-IF.
004021 3210-EXIT.
004022     EXIT.
004023*
004024*****************************************************
004025* 3215-WRITE-JOURNAL - COMPLETA E GRAVA O REGISTRO DE
004026* DIARIO DA ATUALIZACAO DO YTDFILE QUE A 3210 PREPAROU
004027* (ACAO E IMAGENS ANTES/DEPOIS), MARCADO COM O RUN-ID
004028* (PERIODO+LOTE) DO LOTE DO PROPRIO REGISTRO DE HORAS,
004029* POIS UM RUN PODE PAGAR VARIOS LOTES, E A DATA DO RUN.
004030*****************************************************
004031 3215-WRITE-JOURNAL.
004032     MOVE HS-PERIOD-END TO JR-PERIOD-END.
004033     MOVE HS-BATCH-NO TO JR-BATCH-NO.
004034     MOVE PAY-EMP-ID TO JR-EMP-ID.
004035     MOVE WS-RUN-DATE-NUM TO JR-RUN-DATE.
004036     WRITE JOURNAL-RECORD.
004037 3215-EXIT.
004038     EXIT.
004039*
004040*****************************************************
004041* 3220-CALCULATE-DEDUCTIONS - CALCULA O IMPOSTO RETIDO
004042* PELA TABELA PROGRESSIVA (3225) E, DEPOIS DO IMPOSTO, AS
004043* ELEICOES DE DESCONTO DO FUNCIONARIO (DEDELECT.DAT) EM
004044* ORDEM DE PRIORIDADE, PRODUZINDO O PAGAMENTO LIQUIDO
004045* (PAY-NET-PAY); FUNCIONARIO SEM NENHUMA ELEICAO MANTEM
004046* O DESCONTO FIXO DE BENEFICIOS (PAY-BENEFITS-DEDUCT)
004047* DO PAYPARM, COMO ANTES. AJUSTE E LICENCA TIRADA SO
004048* PAGAM IMPOSTO (OS DESCONTOS SAEM DO DETALHE).
004049*****************************************************
004050 3220-CALCULATE-DEDUCTIONS.
004051     PERFORM 3225-CALCULATE-TAX
004052         THRU 3225-EXIT.
004053     MOVE ZERO TO DED-COUNT.
004054     MOVE ZERO TO PAY-BENEFITS-AMT.
004055     SUBTRACT PAY-TAX-AMT FROM PAY-GROSS
004056         GIVING PAY-NET-PAY.
004057     IF PAY-ADJUSTMENT
004058         OR PAY-LEAVE
004059         GO TO 3220-EXIT
004060     END-IF.
004061     PERFORM 3270-APPLY-ELECTIONS
004062         THRU 3270-EXIT.
004063     IF NOT DED-ELECTIONS-FOUND
004064         MOVE PAY-BENEFITS-DEDUCT TO PAY-BENEFITS-AMT
004065         SUBTRACT PAY-BENEFITS-AMT FROM PAY-NET-PAY
004066     END-IF.
004067 3220-EXIT.
004068     EXIT.
004069*
004070*****************************************************
004071* 3225-CALCULATE-TAX - CALCULA O IMPOSTO RETIDO DO
004072* ITEM: SOMA O GROSS DO ITEM AO GROSS ACUMULADO DO
004073* FUNCIONARIO NO PERIODO/LOTE (ZERADO NO PRIMEIRO ITEM
004074* DELE), CALCULA O IMPOSTO DO PERIODO SOBRE O
004075* ACUMULADO (3227) E RETEM NO ITEM SO A DIFERENCA
004076* PARA O JA RETIDO NOS ITENS ANTERIORES. ASSIM A
004077* DEDUCAO POR DEPENDENTE E AS FAIXAS VALEM UMA VEZ POR
004078* PERIODO, E AJUSTE NEGATIVO DEVOLVE SO O IMPOSTO QUE
004079* O ACUMULADO DEIXA DE DEVER.
004080*****************************************************
004081 3225-CALCULATE-TAX.
004082     MOVE PAY-EMP-ID TO HK-EMP-ID.
004083     MOVE HS-PERIOD-END TO HK-PERIOD-END.
004084     MOVE HS-BATCH-NO TO HK-BATCH-NO.
004085     IF HEAD-KEY-AREA NOT = PAY-LAST-HEAD-KEY
004086         MOVE ZERO TO TAX-HEAD-GROSS
004087         MOVE ZERO TO TAX-HEAD-WITHHELD
004088     END-IF.
004089     ADD PAY-GROSS TO TAX-HEAD-GROSS.
004090     PERFORM 3227-CALCULATE-PERIOD-TAX
004091         THRU 3227-EXIT.
004092     SUBTRACT TAX-HEAD-WITHHELD FROM TAX-PERIOD-TAX
004093         GIVING PAY-TAX-AMT.
004094     MOVE TAX-PERIOD-TAX TO TAX-HEAD-WITHHELD.
004095 3225-EXIT.
004096     EXIT.
004097*
004098*****************************************************
004099* 3226-MATCH-TAX-BRACKET - COMPARA UMA FAIXA DA TABELA
004100* COM A RENDA TRIBUTAVEL ANUAL, FICANDO COM A FAIXA DE
004101* MAIOR PISO QUE NAO ULTRAPASSA A RENDA (AS FAIXAS NAO
004102* PRECISAM VIR EM ORDEM NO ARQUIVO).
004103*****************************************************
004104 3226-MATCH-TAX-BRACKET.
004105     IF TAX-FLOOR (TAX-SUB) > TAX-TAXABLE
004106         GO TO 3226-EXIT
004107     END-IF.
004108     IF TAX-HIT-SUB = ZERO
004109         MOVE TAX-SUB TO TAX-HIT-SUB
004110         GO TO 3226-EXIT
004111     END-IF.
004112     IF TAX-FLOOR (TAX-SUB) > TAX-FLOOR (TAX-HIT-SUB)
004113         MOVE TAX-SUB TO TAX-HIT-SUB
004114     END-IF.
004115 3226-EXIT.
004116     EXIT.
004117*
004118*****************************************************
004119* 3227-CALCULATE-PERIOD-TAX - IMPOSTO DO PERIODO SOBRE
004120* O GROSS ACUMULADO PELA TABELA DE RETENCAO EM VIGOR:
004121* ANUALIZA O GROSS (GROSS VEZES PERIODOS NO ANO),
004122* ABATE A DEDUCAO POR DEPENDENTE DO CADASTRO
004123* (EM-DEPENDENTS, AINDA NA AREA DO REGISTRO DESDE A
004124* 3050), ACHA A FAIXA DA RENDA TRIBUTAVEL, APLICA A
004125* ALIQUOTA MENOS A PARCELA A DEDUZIR E DIVIDE O
004126* IMPOSTO ANUAL DE VOLTA PELOS PERIODOS. ACUMULADO
004127* ZERO OU NEGATIVO NAO DEVE IMPOSTO.
004128*****************************************************
004129 3227-CALCULATE-PERIOD-TAX.
004130     MOVE ZERO TO TAX-PERIOD-TAX.
004131     IF TAX-HEAD-GROSS NOT > ZERO
004132         GO TO 3227-EXIT
004133     END-IF.
004134     MULTIPLY TAX-HEAD-GROSS BY TAX-PERIODS-PER-YEAR
004135         GIVING TAX-ANNUAL-GROSS.
004136     MULTIPLY EM-DEPENDENTS BY TAX-DEPENDENT-ALLOW
004137         GIVING TAX-ALLOW-AMT.
004138     SUBTRACT TAX-ALLOW-AMT FROM TAX-ANNUAL-GROSS
004139         GIVING TAX-TAXABLE.
004140     IF TAX-TAXABLE NOT > ZERO
004141         GO TO 3227-EXIT
004142     END-IF.
004143     MOVE ZERO TO TAX-HIT-SUB.
004144     PERFORM 3226-MATCH-TAX-BRACKET
004145         THRU 3226-EXIT
004146         VARYING TAX-SUB FROM 1 BY 1
004147         UNTIL TAX-SUB > TAX-COUNT.
004148     IF TAX-HIT-SUB = ZERO
004149         GO TO 3227-EXIT
004150     END-IF.
004151     MULTIPLY TAX-TAXABLE BY TAX-RATE (TAX-HIT-SUB)
004152         GIVING TAX-ANNUAL-CALC.
004153     DIVIDE TAX-ANNUAL-CALC BY 100 GIVING TAX-ANNUAL-TAX.
004154     SUBTRACT TAX-DEDUCT (TAX-HIT-SUB) FROM TAX-ANNUAL-TAX.
004155     IF TAX-ANNUAL-TAX NOT > ZERO
004156         GO TO 3227-EXIT
004157     END-IF.
004158     DIVIDE TAX-ANNUAL-TAX BY TAX-PERIODS-PER-YEAR
004159         GIVING TAX-PERIOD-TAX.
004160 3227-EXIT.
004161     EXIT.
004162*
004163*****************************************************
004164* 3270-APPLY-ELECTIONS - POSICIONA O DEDELECT NA
004165* PRIMEIRA ELEICAO DO FUNCIONARIO E APLICA CADA UMA EM
004166* ORDEM DE PRIORIDADE (ORDEM DA CHAVE DO ARQUIVO);
004167* QUALQUER ELEICAO ENCONTRADA, MESMO PARADA, SUBSTITUI
004168* O DESCONTO FIXO DE BENEFICIOS DO FUNCIONARIO.
004169*****************************************************
004170 3270-APPLY-ELECTIONS.
004171     MOVE 'N' TO WS-DED-FOUND-SWITCH.
004172     IF NOT DED-FILE-AVAILABLE
004173         GO TO 3270-EXIT
004174     END-IF.
004175     MOVE PAY-EMP-ID TO DE-EMP-ID.
004176     MOVE ZERO TO DE-PRIORITY.
004177     START DED-FILE KEY NOT < DE-KEY
004178         INVALID KEY
004179             GO TO 3270-EXIT
004180     END-START.
004181     MOVE 'N' TO WS-DED-EOF-SWITCH.
004182     PERFORM 3271-READ-ELECTION
004183         THRU 3271-EXIT.
004184     PERFORM 3272-APPLY-ONE-ELECTION
004185         THRU 3272-EXIT
004186         UNTIL DED-LIST-DONE.
004187 3270-EXIT.
004188     EXIT.
004189*
004190*****************************************************
004191* 3271-READ-ELECTION - LE A PROXIMA ELEICAO EM ORDEM DE
004192* CHAVE; FIM DO ARQUIVO OU ELEICAO DE OUTRO FUNCIONARIO
004193* ENCERRAM A LISTA DO FUNCIONARIO CORRENTE.
004194*****************************************************
004195 3271-READ-ELECTION.
004196     READ DED-FILE NEXT RECORD
004197         AT END
004198             MOVE 'Y' TO WS-DED-EOF-SWITCH
004199     END-READ.
004200     IF NOT DED-LIST-DONE
004201         AND DE-EMP-ID NOT = PAY-EMP-ID
004202         MOVE 'Y' TO WS-DED-EOF-SWITCH
004203     END-IF.
004204 3271-EXIT.
004205     EXIT.
004206*
004207*****************************************************
004208* 3272-APPLY-ONE-ELECTION - APLICA UMA ELEICAO: MONTA O
004209* VALOR DEVIDO (VALOR FIXO OU PERCENTUAL DO GROSS, MAIS
004210* O SALDO DE ATRASADOS QUANDO A ELEICAO CARREGA
004211* ATRASADOS), DESCONTA NO MAXIMO O LIQUIDO DISPONIVEL
004212* PARA NUNCA DEIXAR PAY-NET-PAY NEGATIVO, REGRAVA O
004213* SALDO NAO SATISFEITO NA PROPRIA ELEICAO E GUARDA O
004214* ITEM NA TABELA DO DEMONSTRATIVO. ELEICAO COM DATA DE
004215* PARADA JA ATINGIDA E PULADA. O RUN DE TESTE NAO
004216* REGRAVA: O SALDO FICA EM TRL-DED-ARREARS E O PROXIMO
004217* ITEM DO FUNCIONARIO PARTE DELE.
004218*****************************************************
004219 3272-APPLY-ONE-ELECTION.
004220     MOVE 'Y' TO WS-DED-FOUND-SWITCH.
004221     ADD 1 DE-PRIORITY GIVING TRL-DED-SUB.
004222     IF TRIAL-RUN
004223         AND DED-CARRIES-ARREARS
004224         AND TRL-DED-SAVED (TRL-DED-SUB)
004225         MOVE TRL-DED-ARREARS (TRL-DED-SUB) TO DE-ARREARS-BAL
004226     END-IF.
004227     IF DE-STOP-DATE > ZERO
004228         AND DE-STOP-DATE NOT > WS-RUN-DATE-NUM
004229         GO TO 3272-READ-NEXT
004230     END-IF.
004231     IF DED-METHOD-PERCENT
004232         MULTIPLY PAY-GROSS BY DE-PCT GIVING DED-CALC
004233         DIVIDE DED-CALC BY 100 GIVING DED-DEMAND-AMT
004234     ELSE
004235         MOVE DE-AMOUNT TO DED-DEMAND-AMT
004236     END-IF.
004237     IF DED-CARRIES-ARREARS
004238         ADD DE-ARREARS-BAL TO DED-DEMAND-AMT
004239     END-IF.
004240     IF DED-DEMAND-AMT NOT > ZERO
004241         GO TO 3272-READ-NEXT
004242     END-IF.
004243     IF PAY-NET-PAY NOT > ZERO
004244         MOVE ZERO TO DED-TAKEN-AMT
004245     ELSE
004246         IF DED-DEMAND-AMT > PAY-NET-PAY
004247             MOVE PAY-NET-PAY TO DED-TAKEN-AMT
004248         ELSE
004249             MOVE DED-DEMAND-AMT TO DED-TAKEN-AMT
004250         END-IF
004251     END-IF.
004252     SUBTRACT DED-TAKEN-AMT FROM PAY-NET-PAY.
004253     ADD DED-TAKEN-AMT TO PAY-BENEFITS-AMT.
004254     IF DED-CARRIES-ARREARS
004255         SUBTRACT DED-TAKEN-AMT FROM DED-DEMAND-AMT
004256             GIVING DED-SHORT-AMT
004257         MOVE DED-SHORT-AMT TO DE-ARREARS-BAL
004258         IF TRIAL-RUN
004259             MOVE DE-ARREARS-BAL TO
004260                 TRL-DED-ARREARS (TRL-DED-SUB)
004261             MOVE 'Y' TO TRL-DED-SWITCH (TRL-DED-SUB)
004262         ELSE
004263             REWRITE DEDUCT-RECORD
004264         END-IF
004265     END-IF.
004266     IF DED-COUNT < 10
004267         ADD 1 TO DED-COUNT
004268         MOVE DE-DESC TO DED-LABEL (DED-COUNT)
004269         MOVE DED-TAKEN-AMT TO DED-ITEM-AMT (DED-COUNT)
004270     END-IF.
004271 3272-READ-NEXT.
004272     PERFORM 3271-READ-ELECTION
004273         THRU 3271-EXIT.
004274 3272-EXIT.
004275     EXIT.
004276*
004277*****************************************************
004278* 3280-LOAD-LEAVE - LE O SALDO DE LICENCA DO
004279* FUNCIONARIO NO LEAVBAL (FUNCIONARIO SEM REGISTRO
004280* COMECA ZERADO) E, SE O PERIODO DO LOTE AINDA NAO FOI
004281* ACUMULADO, SOMA NA AREA DO REGISTRO A ACUMULACAO DO
004282* PERIODO PELA FAIXA DE TEMPO DE CASA (3285), PARA A
004283* CONFERENCIA DE SALDO DA 3120 JA CONTAR COM ELA. SO
004284* DETALHE E LICENCA ACUMULAM (AJUSTE NAO E PERIODO
004285* TRABALHADO); NADA E GRAVADO AQUI - A GRAVACAO E DA
004286* 3290, SO PARA REGISTRO VALIDO. NO RUN DE TESTE O
004287* SALDO JA GUARDADO PELA 3290 PARA O FUNCIONARIO
004288* SUBSTITUI O DO ARQUIVO.
004289*****************************************************
004290 3280-LOAD-LEAVE.
004291     MOVE PAY-EMP-ID TO LV-EMP-ID.
004292     SET LEAVE-RECORD-NOT-FOUND TO TRUE.
004293     IF LEAVE-FILE-OPEN
004294         READ LEAVE-FILE
004295             INVALID KEY
004296                 SET LEAVE-RECORD-NOT-FOUND TO TRUE
004297             NOT INVALID KEY
004298                 SET LEAVE-RECORD-FOUND TO TRUE
004299         END-READ
004300     END-IF.
004301     IF TRIAL-RUN
004302         AND TRL-LEAVE-SAVED
004303         MOVE TRL-LEAVE-RECORD TO LEAVE-RECORD
004304         SET LEAVE-RECORD-FOUND TO TRUE
004305     END-IF.
004306     IF LEAVE-RECORD-NOT-FOUND
004307         MOVE SPACES TO LEAVE-RECORD
004308         MOVE PAY-EMP-ID TO LV-EMP-ID
004309         MOVE ZERO TO LV-VAC-BALANCE
004310         MOVE ZERO TO LV-SICK-BALANCE
004311         MOVE ZERO TO LV-LAST-ACCRUAL
004312         MOVE ZERO TO LV-VAC-TAKEN-YTD
004313         MOVE ZERO TO LV-SICK-TAKEN-YTD
004314     END-IF.
004315     IF EMP-RECORD-NOT-FOUND
004316         OR PAY-ADJUSTMENT
004317         OR LV-LAST-ACCRUAL = HS-PERIOD-END
004318         GO TO 3280-EXIT
004319     END-IF.
004320     PERFORM 3285-FIND-LEAVE-BAND
004321         THRU 3285-EXIT.
004322     IF LVR-HIT-SUB = ZERO
004323         GO TO 3280-EXIT
004324     END-IF.
004325     ADD LVR-VAC-ACCRUAL (LVR-HIT-SUB) TO LV-VAC-BALANCE.
004326     ADD LVR-SICK-ACCRUAL (LVR-HIT-SUB) TO LV-SICK-BALANCE.
004327     MOVE HS-PERIOD-END TO LV-LAST-ACCRUAL.
004328 3280-EXIT.
004329     EXIT.
004330*
004331*****************************************************
004332* 3285-FIND-LEAVE-BAND - CALCULA OS ANOS COMPLETOS DE
004333* CASA DO FUNCIONARIO NO FIM DO PERIODO DO LOTE, A
004334* PARTIR DA DATA DE ADMISSAO DO CADASTRO (EM-HIRE-DATE,
004335* AINDA NA AREA DO REGISTRO DESDE A 3050; ANO DE
004336* ADMISSAO MAIOR QUE O DO PERIODO E DO SECULO
004337* ANTERIOR), E ACHA A FAIXA DA TABELA DE ACUMULACAO
004338* DE MAIOR MINIMO DE ANOS QUE O FUNCIONARIO JA
004339* ATINGIU. SEM FAIXA ATINGIDA LVR-HIT-SUB FICA ZERO.
004340*****************************************************
004341 3285-FIND-LEAVE-BAND.
004342     MOVE ZERO TO LVR-HIT-SUB.
004343     IF LVR-COUNT = ZERO
004344         GO TO 3285-EXIT
004345     END-IF.
004346     MOVE HS-PERIOD-END TO LVW-AS-OF-DATE.
004347     MOVE EM-HIRE-DATE TO LVW-HIRE-DATE.
004348     MOVE ZERO TO LVW-SERVICE-YEARS.
004349     IF LVW-HIRE-DATE > ZERO
004350         IF LVW-HIRE-YY > LVW-AS-OF-YY
004351             ADD 100 LVW-AS-OF-YY GIVING LVW-SERVICE-YEARS
004352         ELSE
004353             MOVE LVW-AS-OF-YY TO LVW-SERVICE-YEARS
004354         END-IF
004355         SUBTRACT LVW-HIRE-YY FROM LVW-SERVICE-YEARS
004356         IF LVW-AS-OF-MMDD < LVW-HIRE-MMDD
004357             SUBTRACT 1 FROM LVW-SERVICE-YEARS
004358         END-IF
004359         IF LVW-SERVICE-YEARS < ZERO
004360             MOVE ZERO TO LVW-SERVICE-YEARS
004361         END-IF
004362     END-IF.
004363     PERFORM 3286-MATCH-LEAVE-BAND
004364         THRU 3286-EXIT
004365         VARYING LVR-SUB FROM 1 BY 1
004366         UNTIL LVR-SUB > LVR-COUNT.
004367 3285-EXIT.
004368     EXIT.
004369*
004370*****************************************************
004371* 3286-MATCH-LEAVE-BAND - COMPARA UMA FAIXA DA TABELA
004372* COM OS ANOS DE CASA, FICANDO COM A FAIXA DE MAIOR
004373* MINIMO QUE NAO ULTRAPASSA OS ANOS (AS FAIXAS NAO
004374* PRECISAM VIR EM ORDEM NO ARQUIVO), COMO NA 3226.
004375*****************************************************
004376 3286-MATCH-LEAVE-BAND.
004377     IF LVR-MIN-YEARS (LVR-SUB) > LVW-SERVICE-YEARS
004378         GO TO 3286-EXIT
004379     END-IF.
004380     IF LVR-HIT-SUB = ZERO
004381         MOVE LVR-SUB TO LVR-HIT-SUB
004382         GO TO 3286-EXIT
004383     END-IF.
004384     IF LVR-MIN-YEARS (LVR-SUB) > LVR-MIN-YEARS (LVR-HIT-SUB)
004385         MOVE LVR-SUB TO LVR-HIT-SUB
004386     END-IF.
004387 3286-EXIT.
004388     EXIT.
004389*
004390*****************************************************
004391* 3290-POST-LEAVE - BAIXA DO SALDO AS HORAS DE LICENCA
004392* TIRADA (E SOMA NAS HORAS TIRADAS NO ANO), GUARDA OS
004393* SALDOS PARA O DEMONSTRATIVO E GRAVA O REGISTRO DE
004394* SALDO, JA COM A ACUMULACAO DO PERIODO FEITA PELA
004395* 3280. O RUN DE TESTE NAO GRAVA O SALDO: GUARDA-O EM
004396* TRL-LEAVE-RECORD PARA OS ITENS SEGUINTES.
004397*****************************************************
004398 3290-POST-LEAVE.
004399     IF PAY-LEAVE-VACATION
004400         SUBTRACT PAY-HOURS FROM LV-VAC-BALANCE
004401         ADD PAY-HOURS TO LV-VAC-TAKEN-YTD
004402     END-IF.
004403     IF PAY-LEAVE-SICK
004404         SUBTRACT PAY-HOURS FROM LV-SICK-BALANCE
004405         ADD PAY-HOURS TO LV-SICK-TAKEN-YTD
004406     END-IF.
004407     MOVE LV-VAC-BALANCE TO PAY-VAC-BALANCE.
004408     MOVE LV-SICK-BALANCE TO PAY-SICK-BALANCE.
004409     IF TRIAL-RUN
004410         MOVE LEAVE-RECORD TO TRL-LEAVE-RECORD
004411         MOVE 'Y' TO TRL-LEAVE-SWITCH
004412         GO TO 3290-EXIT
004413     END-IF.
004414     IF LEAVE-RECORD-FOUND
004415         REWRITE LEAVE-RECORD
004416     ELSE
004417         WRITE LEAVE-RECORD
004418     END-IF.
004419 3290-EXIT.
004420     EXIT.
004421*
004422*****************************************************
004423* 3230-CHECK-VARIANCE - COMPARA O GROSS DESTA EXECUCAO
004424* COM O GROSS DA EXECUCAO ANTERIOR (YT-LAST-GROSS, LIDO
004425* EM PAY-PRIOR-GROSS ANTES DE SER SOBRESCRITO NA 3210);
004426* SE A DIFERENCA ULTRAPASSAR PAY-VARIANCE-PCT, O
004427* FUNCIONARIO E GRAVADO NO RELATORIO DE EXCECOES PARA
004428* REVISAO MANUAL ANTES DO CHEQUE SER EMITIDO. FUNCIONARIO
004429* SEM HISTORICO ANTERIOR (PAY-PRIOR-GROSS = ZERO) NAO
004430* TEM BASE DE COMPARACAO E NAO E VERIFICADO.
004431*****************************************************
004432 3230-CHECK-VARIANCE.
004433     IF PAY-ADJUSTMENT
004434         OR PAY-LEAVE
004435         GO TO 3230-EXIT
004436     END-IF.
004437     IF PAY-PRIOR-GROSS > ZERO
004438         MULTIPLY PAY-PRIOR-GROSS BY PAY-VARIANCE-PCT
004439             GIVING PAY-VARIANCE-CALC
004440         DIVIDE PAY-VARIANCE-CALC BY 100
004441             GIVING PAY-VARIANCE-LIMIT
004442         SUBTRACT PAY-PRIOR-GROSS FROM PAY-GROSS
004443             GIVING PAY-VARIANCE-AMT
004444         IF PAY-VARIANCE-AMT < ZERO
004445             MULTIPLY PAY-VARIANCE-AMT BY -1
004446                 GIVING PAY-VARIANCE-AMT
004447         END-IF
004448         IF PAY-VARIANCE-AMT > PAY-VARIANCE-LIMIT
004449             PERFORM 3240-WRITE-EXCEPTION
004450                 THRU 3240-EXIT
004451         END-IF
004452     END-IF.
004453 3230-EXIT.
004454     EXIT.
004455*
004456*****************************************************
004457* 3240-WRITE-EXCEPTION - GRAVA UMA LINHA NO RELATORIO DE
004458* EXCECOES (EXCEPT.DAT) MOSTRANDO O GROSS ANTERIOR, O
004459* GROSS ATUAL E O PERCENTUAL DE VARIACAO ENTRE OS DOIS.
004460*****************************************************
004461 3240-WRITE-EXCEPTION.
004462     MOVE PAY-EMP-ID TO EX-EMP-ID.
004463     MOVE PAY-PRIOR-GROSS TO EX-PRIOR-GROSS.
004464     MOVE PAY-GROSS TO EX-CURR-GROSS.
004465     MULTIPLY PAY-VARIANCE-AMT BY 100
004466         GIVING PAY-VARIANCE-CALC.
004467     DIVIDE PAY-VARIANCE-CALC BY PAY-PRIOR-GROSS
004468         GIVING PAY-VARIANCE-CALC.
004469     MOVE PAY-VARIANCE-CALC TO EX-VARIANCE-PCT.
004470     IF TRIAL-RUN
004471         WRITE TRIAL-EXCEPT-REC FROM EXCEPTION-LINE
004472             AFTER ADVANCING 1 LINE
004473     ELSE
004474         WRITE EXCEPT-REC FROM EXCEPTION-LINE
004475             AFTER ADVANCING 1 LINE
004476     END-IF.
004477 3240-EXIT.
004478     EXIT.
004479*
004480*****************************************************
004481* 3300-WRITE-DETAIL - IMPRIME A LINHA DE DETALHE.
004482*****************************************************
004483 3300-WRITE-DETAIL.
004484     PERFORM 3250-CHECK-PAGE-BREAK
004485         THRU 3250-EXIT.
004486     MOVE PAY-EMP-ID TO DL-EMP-ID.
004487     MOVE PAY-EMP-NAME TO DL-EMP-NAME.
004488     MOVE PAY-RATE TO DL-RATE.
004489     MOVE PAY-HOURS TO DL-HOURS.
004490     MOVE PAY-REG-PAY TO DL-REG-PAY.
004491     MOVE PAY-OT-PAY TO DL-OT-PAY.
004492     MOVE PAY-GROSS TO DL-GROSS.
004493     MOVE PAY-NET-PAY TO DL-NET-PAY.
004494     MOVE SPACES TO DL-TYPE-FLAG.
004495     IF PAY-ADJUSTMENT
004496         MOVE 'ADJUSTMENT' TO DL-TYPE-FLAG
004497     END-IF.
004498     IF PAY-LEAVE-VACATION
004499         MOVE 'VACATION' TO DL-TYPE-FLAG
004500     END-IF.
004501     IF PAY-LEAVE-SICK
004502         MOVE 'SICK LEAVE' TO DL-TYPE-FLAG
004503     END-IF.
004504     MOVE DETAIL-LINE TO PRT-LINE.
004505     MOVE 1 TO PRT-ADVANCE.
004506     PERFORM 8900-PRINT-REGISTER
004507         THRU 8900-EXIT.
004508     ADD 1 TO PAY-LINE-COUNT.
004509     ADD 1 TO PAY-EMP-COUNT.
004510     MOVE PAY-EMP-ID TO HK-EMP-ID.
004511     MOVE HS-PERIOD-END TO HK-PERIOD-END.
004512     MOVE HS-BATCH-NO TO HK-BATCH-NO.
004513     IF HEAD-KEY-AREA NOT = PAY-LAST-HEAD-KEY
004514         ADD 1 TO PAY-HEAD-COUNT
004515         MOVE HEAD-KEY-AREA TO PAY-LAST-HEAD-KEY
004516     END-IF.
004517     ADD PAY-GROSS TO PAY-TOTAL-GROSS.
004518     ADD PAY-TAX-AMT TO PAY-TOTAL-TAX.
004519     ADD PAY-BENEFITS-AMT TO PAY-TOTAL-DEDS.
004520     ADD 1 TO DEPT-EMP-COUNT.
004521     ADD PAY-GROSS TO DEPT-GROSS.
004522     ADD PAY-OT-PAY TO DEPT-OT-PAY.
004523     ADD PAY-NET-PAY TO DEPT-NET.
004524     PERFORM 3350-ADD-BATCH-TOTALS
004525         THRU 3350-EXIT.
004526     PERFORM 3360-WRITE-HISTORY
004527         THRU 3360-EXIT.
004528     PERFORM 3320-WRITE-BANK-DETAIL
004529         THRU 3320-EXIT.
004530     PERFORM 3330-WRITE-PAY-STUB
004531         THRU 3330-EXIT.
004532     PERFORM 3370-DISTRIBUTE-LABOR
004533         THRU 3370-EXIT.
004534     ADD 1 TO PAY-CHECKPOINT-COUNT.
004535     IF PAY-CHECKPOINT-COUNT >= PAY-CHECKPOINT-INTERVAL
004536         PERFORM 3500-WRITE-CHECKPOINT
004537             THRU 3500-EXIT
004538         MOVE ZERO TO PAY-CHECKPOINT-COUNT
004539     END-IF.
004540 3300-EXIT.
004541     EXIT.
004542*
004543*****************************************************
004544* 3320-WRITE-BANK-DETAIL - GRAVA NO ARQUIVO DE
004545* TRANSMISSAO BANCARIA O DEPOSITO DO FUNCIONARIO PAGO:
004546* BANCO, AGENCIA E CONTA VINDOS DO CADASTRO EMPMAST
004547* (AINDA NA AREA DO REGISTRO DESDE A 3050) E O LIQUIDO
004548* CALCULADO, ACUMULANDO A CONTAGEM E O HASH DO TRAILER.
004549* NO RUN DE TESTE SO O LIQUIDO TOTAL E ACUMULADO.
004550*****************************************************
004551 3320-WRITE-BANK-DETAIL.
004552     IF TRIAL-RUN
004553         GO TO 3320-TOTAL
004554     END-IF.
004555     IF EM-BANK-NO = ZERO
004556         OR EM-ACCOUNT-NO = ZERO
004557         PERFORM 3325-WRITE-CHECK
004558             THRU 3325-EXIT
004559         GO TO 3320-TOTAL
004560     END-IF.
004561     MOVE PAY-EMP-ID TO BD-EMP-ID.
004562     MOVE EM-BANK-NO TO BD-BANK-NO.
004563     MOVE EM-BRANCH-NO TO BD-BRANCH-NO.
004564     MOVE EM-ACCOUNT-NO TO BD-ACCOUNT-NO.
004565     MOVE PAY-NET-PAY TO BD-NET-AMOUNT.
004566     WRITE BANK-REC FROM BANK-DETAIL-LINE.
004567     ADD 1 TO PAY-BANK-COUNT.
004568     ADD PAY-NET-PAY TO PAY-BANK-NET.
004569 3320-TOTAL.
004570     ADD PAY-NET-PAY TO PAY-TOTAL-NET.
004571 3320-EXIT.
004572     EXIT.
004573*
004574*****************************************************
004575* 3325-WRITE-CHECK - FUNCIONARIO SEM DADOS BANCARIOS
004576* UTILIZAVEIS RECEBE CHEQUE FISICO: EMITE UMA FOLHA
004577* FORMATADA EM PAYCHKS.DAT COM O PROXIMO NUMERO DO
004578* REGISTRO DE CONTROLE, GRAVA A LINHA DO REGISTRO DE
004579* CHEQUES E O CADASTRO DE CHEQUES (3326) E ACUMULA OS
004580* TOTAIS DE CHEQUE QUE, SOMADOS AO TRAILER BANCARIO,
004581* FECHAM COM TR-TOTAL-NET.
004582*****************************************************
004583 3325-WRITE-CHECK.
004584     MOVE PAY-NEXT-CHECK-NO TO CHK-NO.
004585     MOVE PAY-EMP-NAME TO CHK-PAYEE-NAME.
004586     MOVE PAY-NET-PAY TO CHK-AMOUNT.
004587     MOVE PAY-EMP-ID TO CHK-MEMO-EMP-ID.
004588     WRITE CHECK-REC FROM CHK-RULE-LINE
004589         AFTER ADVANCING PAGE.
004590     WRITE CHECK-REC FROM CHK-TITLE-LINE
004591         AFTER ADVANCING 1 LINE.
004592     WRITE CHECK-REC FROM CHK-NO-LINE
004593         AFTER ADVANCING 1 LINE.
004594     WRITE CHECK-REC FROM CHK-PAYEE-LINE
004595         AFTER ADVANCING 2 LINES.
004596     WRITE CHECK-REC FROM CHK-AMOUNT-LINE
004597         AFTER ADVANCING 1 LINE.
004598     WRITE CHECK-REC FROM CHK-MEMO-LINE
004599         AFTER ADVANCING 2 LINES.
004600     WRITE CHECK-REC FROM CHK-RULE-LINE
004601         AFTER ADVANCING 1 LINE.
004602     MOVE PAY-NEXT-CHECK-NO TO CRL-CHECK-NO.
004603     MOVE PAY-EMP-ID TO CRL-EMP-ID.
004604     MOVE PAY-EMP-NAME TO CRL-EMP-NAME.
004605     MOVE PAY-NET-PAY TO CRL-AMOUNT.
004606     WRITE CHKREG-REC FROM CHKREG-DETAIL-LINE
004607         AFTER ADVANCING 1 LINE.
004608     PERFORM 3326-WRITE-CHECK-MASTER
004609         THRU 3326-EXIT.
004610     ADD 1 TO PAY-NEXT-CHECK-NO.
004611     ADD 1 TO PAY-CHECK-COUNT.
004612     ADD PAY-NET-PAY TO PAY-CHECK-NET.
004613 3325-EXIT.
004614     EXIT.
004615*
004616*****************************************************
004617* 3326-WRITE-CHECK-MASTER - GRAVA O CHEQUE EMITIDO NO
004618* CADASTRO DE CHEQUES CHKMAST.DAT, EM ABERTO, COM O
004619* RUN-ID DO LOTE; NUMERO JA EXISTENTE NO CADASTRO E
004620* CONFERIDO NA 3327.
004621*****************************************************
004622 3326-WRITE-CHECK-MASTER.
004623     MOVE SPACES TO CHECK-MAST-RECORD.
004624     MOVE PAY-NEXT-CHECK-NO TO CM-CHECK-NO.
004625     MOVE PAY-EMP-ID TO CM-EMP-ID.
004626     MOVE PAY-EMP-NAME TO CM-EMP-NAME.
004627     MOVE PAY-NET-PAY TO CM-AMOUNT.
004628     MOVE WS-RUN-DATE-NUM TO CM-ISSUE-DATE.
004629     MOVE HS-PERIOD-END TO CM-PERIOD-END.
004630     MOVE HS-BATCH-NO TO CM-BATCH-NO.
004631     MOVE 'O' TO CM-STATUS.
004632     MOVE ZERO TO CM-CLEAR-DATE.
004633     MOVE ZERO TO CM-PAID-AMOUNT.
004634     MOVE ZERO TO CM-REISSUE-NO.
004635     MOVE ZERO TO CM-ORIG-CHECK-NO.
004636     WRITE CHECK-MAST-RECORD
004637         INVALID KEY
004638             PERFORM 3327-CHECK-REISSUE
004639                 THRU 3327-EXIT
004640     END-WRITE.
004641 3326-EXIT.
004642     EXIT.
004643*
004644*****************************************************
004645* 3327-CHECK-REISSUE - O NUMERO DO CHEQUE JA CONSTA NO
004646* CHKMAST: SO O REINICIO APOS QUEDA PODE EMITIR DE
004647* NOVO O MESMO NUMERO, PARA O MESMO FUNCIONARIO E O
004648* MESMO RUN-ID, COM O CHEQUE AINDA EM ABERTO - ENTAO O
004649* REGISTRO E REGRAVADO. QUALQUER OUTRO CASO ABORTA O
004650* RUN, COMO A 4200 DO CHKRECON, PARA NAO APAGAR UM
004651* CHEQUE JA EMITIDO.
004652*****************************************************
004653 3327-CHECK-REISSUE.
004654     MOVE CHECK-MAST-RECORD TO CHKMAST-SAVE-RECORD.
004655     READ CHECK-MAST-FILE
004656         INVALID KEY
004657             MOVE 'CHECK MASTER CHKMAST READ FAILED' TO
004658                 WS-ABORT-MESSAGE
004659             PERFORM 9000-ABORT-RUN
004660                 THRU 9000-EXIT
004661     END-READ.
004662     IF RESTART-FILE-FOUND
004663         AND CHECK-OUTSTANDING
004664         AND CM-EMP-ID = PAY-EMP-ID
004665         AND CM-PERIOD-END = HS-PERIOD-END
004666         AND CM-BATCH-NO = HS-BATCH-NO
004667         REWRITE CHECK-MAST-RECORD FROM CHKMAST-SAVE-RECORD
004668         GO TO 3327-EXIT
004669     END-IF.
004670     MOVE 'CHECK NUMBER ALREADY ON CHKMAST' TO
004671         WS-ABORT-MESSAGE.
004672     PERFORM 9000-ABORT-RUN
004673         THRU 9000-EXIT.
004674 3327-EXIT.
004675     EXIT.
004676*
004677*****************************************************
004678* 3330-WRITE-PAY-STUB - IMPRIME O DEMONSTRATIVO DE
004679* PAGAMENTO DO FUNCIONARIO (UMA PAGINA EM PAYSTUB.DAT):
004680* HORAS E PAGAMENTO DO PERIODO, DESCONTOS E LIQUIDO,
004681* MAIS OS ACUMULADOS ANO-A-DATA QUE A 3210 ACABOU DE
004682* ATUALIZAR NO YTD-RECORD E OS SALDOS DE FERIAS E DE
004683* LICENCA MEDICA GRAVADOS PELA 3290. O RUN DE TESTE
004684* NAO GERA DEMONSTRATIVO.
004685*****************************************************
004686 3330-WRITE-PAY-STUB.
004687     IF TRIAL-RUN
004688         GO TO 3330-EXIT
004689     END-IF.
004690     MOVE PAY-EMP-ID TO SH-EMP-ID.
004691     MOVE PAY-EMP-NAME TO SH-EMP-NAME.
004692     WRITE STUB-REC FROM STUB-HEADER-LINE
004693         AFTER ADVANCING PAGE.
004694     WRITE STUB-REC FROM STUB-RULE-LINE
004695         AFTER ADVANCING 1 LINE.
004696     MOVE 'REGULAR HOURS' TO SA-LABEL.
004697     MOVE PAY-REG-HOURS TO SA-AMOUNT.
004698     WRITE STUB-REC FROM STUB-AMOUNT-LINE
004699         AFTER ADVANCING 1 LINE.
004700     MOVE 'OVERTIME HOURS' TO SA-LABEL.
004701     MOVE PAY-OT-HOURS TO SA-AMOUNT.
004702     WRITE STUB-REC FROM STUB-AMOUNT-LINE
004703         AFTER ADVANCING 1 LINE.
004704     MOVE 'REGULAR PAY' TO SA-LABEL.
004705     MOVE PAY-REG-PAY TO SA-AMOUNT.
004706     WRITE STUB-REC FROM STUB-AMOUNT-LINE
004707         AFTER ADVANCING 1 LINE.
004708     MOVE 'OVERTIME PAY' TO SA-LABEL.
004709     MOVE PAY-OT-PAY TO SA-AMOUNT.
004710     WRITE STUB-REC FROM STUB-AMOUNT-LINE
004711         AFTER ADVANCING 1 LINE.
004712     IF PAY-ADJUSTMENT
004713         MOVE 'ADJUSTMENT AMOUNT' TO SA-LABEL
004714         MOVE PAY-ADJ-AMOUNT TO SA-AMOUNT
004715         WRITE STUB-REC FROM STUB-AMOUNT-LINE
004716             AFTER ADVANCING 1 LINE
004717     END-IF.
004718     IF PAY-LEAVE
004719         IF PAY-LEAVE-VACATION
004720             MOVE 'VACATION HOURS TAKEN' TO SA-LABEL
004721         ELSE
004722             MOVE 'SICK HOURS TAKEN' TO SA-LABEL
004723         END-IF
004724         MOVE PAY-HOURS TO SA-AMOUNT
004725         WRITE STUB-REC FROM STUB-AMOUNT-LINE
004726             AFTER ADVANCING 1 LINE
004727     END-IF.
004728     MOVE 'GROSS PAY' TO SA-LABEL.
004729     MOVE PAY-GROSS TO SA-AMOUNT.
004730     WRITE STUB-REC FROM STUB-AMOUNT-LINE
004731         AFTER ADVANCING 1 LINE.
004732     MOVE 'TAX WITHHELD' TO SA-LABEL.
004733     MOVE PAY-TAX-AMT TO SA-AMOUNT.
004734     WRITE STUB-REC FROM STUB-AMOUNT-LINE
004735         AFTER ADVANCING 1 LINE.
004736     IF DED-COUNT > ZERO
004737         PERFORM 3340-WRITE-STUB-DEDUCTION
004738             THRU 3340-EXIT
004739             VARYING DED-SUB FROM 1 BY 1
004740             UNTIL DED-SUB > DED-COUNT
004741     ELSE
004742         MOVE 'BENEFITS DEDUCTION' TO SA-LABEL
004743         MOVE PAY-BENEFITS-AMT TO SA-AMOUNT
004744         WRITE STUB-REC FROM STUB-AMOUNT-LINE
004745             AFTER ADVANCING 1 LINE
004746     END-IF.
004747     MOVE 'NET PAY' TO SA-LABEL.
004748     MOVE PAY-NET-PAY TO SA-AMOUNT.
004749     WRITE STUB-REC FROM STUB-AMOUNT-LINE
004750         AFTER ADVANCING 1 LINE.
004751     MOVE 'YEAR-TO-DATE GROSS' TO SA-LABEL.
004752     MOVE PAY-YTD-GROSS TO SA-AMOUNT.
004753     WRITE STUB-REC FROM STUB-AMOUNT-LINE
004754         AFTER ADVANCING 2 LINES.
004755     MOVE 'YEAR-TO-DATE HOURS' TO SA-LABEL.
004756     MOVE PAY-YTD-HOURS TO SA-AMOUNT.
004757     WRITE STUB-REC FROM STUB-AMOUNT-LINE
004758         AFTER ADVANCING 1 LINE.
004759     MOVE 'VACATION BALANCE' TO SA-LABEL.
004760     MOVE PAY-VAC-BALANCE TO SA-AMOUNT.
004761     WRITE STUB-REC FROM STUB-AMOUNT-LINE
004762         AFTER ADVANCING 2 LINES.
004763     MOVE 'SICK LEAVE BALANCE' TO SA-LABEL.
004764     MOVE PAY-SICK-BALANCE TO SA-AMOUNT.
004765     WRITE STUB-REC FROM STUB-AMOUNT-LINE
004766         AFTER ADVANCING 1 LINE.
004767 3330-EXIT.
004768     EXIT.
004769*
004770*****************************************************
004771* 3340-WRITE-STUB-DEDUCTION - IMPRIME UMA LINHA DE
004772* DESCONTO ITEMIZADO NO DEMONSTRATIVO, COM A DESCRICAO
004773* DA ELEICAO E O VALOR EFETIVAMENTE DESCONTADO NESTE
004774* RUN (JA LIMITADO AO LIQUIDO DISPONIVEL).
004775*****************************************************
004776 3340-WRITE-STUB-DEDUCTION.
004777     MOVE DED-LABEL (DED-SUB) TO SA-LABEL.
004778     MOVE DED-ITEM-AMT (DED-SUB) TO SA-AMOUNT.
004779     WRITE STUB-REC FROM STUB-AMOUNT-LINE
004780         AFTER ADVANCING 1 LINE.
004781 3340-EXIT.
004782     EXIT.
004783*
004784*****************************************************
004785* 3350-ADD-BATCH-TOTALS - SOMA O FUNCIONARIO PAGO NOS
004786* SUBTOTAIS DO LOTE A QUE O REGISTRO DE HORAS PERTENCE
004787* (PERIODO/LOTE CARREGADOS PELO SORT), PARA A
004788* TESOURARIA BATER CADA EXTRATO DE SITE NO REGISTRO.
004789*****************************************************
004790 3350-ADD-BATCH-TOTALS.
004791     MOVE HS-PERIOD-END TO BATCH-PERIOD-END.
004792     MOVE HS-BATCH-NO TO BATCH-NO.
004793     PERFORM 1360-SEARCH-BATCH-TABLE
004794         THRU 1360-EXIT.
004795     IF BATCH-HIT-SUB = ZERO
004796         GO TO 3350-EXIT
004797     END-IF.
004798     ADD 1 TO BA-EMP-COUNT (BATCH-HIT-SUB).
004799     ADD PAY-HOURS TO BA-HOURS (BATCH-HIT-SUB).
004800     ADD PAY-GROSS TO BA-GROSS (BATCH-HIT-SUB).
004801     ADD PAY-NET-PAY TO BA-NET (BATCH-HIT-SUB).
004802 3350-EXIT.
004803     EXIT.
004804*
004805*****************************************************
004806* 3360-WRITE-HISTORY - GRAVA (OU ATUALIZA) O REGISTRO
004807* DE HISTORICO DO FUNCIONARIO PARA ESTE PERIODO/LOTE
004808* EM PAYHIST.DAT: HORAS, GROSS, IMPOSTO E LIQUIDO DO
004809* RUN, O NUMERO DO PERIODO DO CALENDARIO E A MARCA DE
004810* AJUSTE; FUNCIONARIO COM HORAS E AJUSTE NO MESMO LOTE
004811* ACUMULA NO MESMO REGISTRO DE HISTORICO. O RUN DE
004812* TESTE NAO GRAVA HISTORICO.
004813*****************************************************
004814 3360-WRITE-HISTORY.
004815     IF TRIAL-RUN
004816         GO TO 3360-EXIT
004817     END-IF.
004818     MOVE PAY-EMP-ID TO PH-EMP-ID.
004819     MOVE HS-PERIOD-END TO PH-PERIOD-END.
004820     MOVE HS-BATCH-NO TO PH-BATCH-NO.
004821     READ HIST-FILE
004822         INVALID KEY
004823             SET HIST-RECORD-NOT-FOUND TO TRUE
004824         NOT INVALID KEY
004825             SET HIST-RECORD-FOUND TO TRUE
004826     END-READ.
004827     IF HIST-RECORD-NOT-FOUND
004828         MOVE PAY-EMP-ID TO PH-EMP-ID
004829         MOVE HS-PERIOD-END TO PH-PERIOD-END
004830         MOVE HS-BATCH-NO TO PH-BATCH-NO
004831         MOVE ZERO TO PH-PERIOD-NO
004832         MOVE ZERO TO PH-HOURS
004833         MOVE ZERO TO PH-GROSS
004834         MOVE ZERO TO PH-TAX
004835         MOVE ZERO TO PH-NET
004836         MOVE 'N' TO PH-ADJ-FLAG
004837     END-IF.
004838     ADD PAY-HOURS TO PH-HOURS.
004839     ADD PAY-GROSS TO PH-GROSS.
004840     ADD PAY-TAX-AMT TO PH-TAX.
004841     ADD PAY-NET-PAY TO PH-NET.
004842     IF PAY-ADJUSTMENT
004843         MOVE 'Y' TO PH-ADJ-FLAG
004844     END-IF.
004845     IF BATCH-HIT-SUB > ZERO
004846         MOVE BA-PERIOD-NO (BATCH-HIT-SUB) TO PH-PERIOD-NO
004847     END-IF.
004848     IF HIST-RECORD-FOUND
004849         REWRITE HIST-RECORD
004850     ELSE
004851         WRITE HIST-RECORD
004852     END-IF.
004853 3360-EXIT.
004854     EXIT.
004855*
004856*****************************************************
004857* 3370-DISTRIBUTE-LABOR - GRAVA NO LABDIST.DAT A
004858* DISTRIBUICAO DO GROSS DO ITEM PAGO PELOS CODIGOS DE
004859* CUSTEIO DA TABELA DE RATEIO, NA PROPORCAO DAS HORAS
004860* (A HORA EXTRA E O AJUSTE SAEM RATEADOS JUNTO); O
004861* ULTIMO CODIGO LEVA O RESTO DA DIVISAO, PARA AS
004862* LINHAS FECHAREM COM O GROSS. ITEM SEM RATEIO (LICENCA
004863* OU AJUSTE SEM DETALHE NO LOTE) VAI INTEIRO PARA O
004864* DEPARTAMENTO DE ORIGEM. GRAVADO TAMBEM NO RUN DE
004865* TESTE, QUE IMPRIME O RELATORIO.
004866*****************************************************
004867 3370-DISTRIBUTE-LABOR.
004868     MOVE PAY-EMP-ID TO LD-EMP-ID.
004869     MOVE PAY-EMP-NAME TO LD-EMP-NAME.
004870     MOVE HS-DEPT TO LD-HOME-DEPT.
004871     MOVE HS-PERIOD-END TO LD-PERIOD-END.
004872     MOVE HS-BATCH-NO TO LD-BATCH-NO.
004873     IF HS-SPLIT-COUNT = ZERO
004874         MOVE 'D' TO LD-CHARGE-TYPE
004875         MOVE HS-DEPT TO LD-CHARGE-CODE
004876         MOVE PAY-HOURS TO LD-HOURS
004877         MOVE PAY-GROSS TO LD-AMOUNT
004878         PERFORM 3385-WRITE-LABOR-DIST
004879             THRU 3385-EXIT
004880         GO TO 3370-EXIT
004881     END-IF.
004882     MOVE ZERO TO DST-TOTAL-HOURS.
004883     PERFORM 3375-ADD-SPLIT-HOURS
004884         THRU 3375-EXIT
004885         VARYING DST-SUB FROM 1 BY 1
004886         UNTIL DST-SUB > HS-SPLIT-COUNT.
004887     MOVE PAY-GROSS TO DST-REMAINING.
004888     PERFORM 3380-WRITE-ONE-SPLIT
004889         THRU 3380-EXIT
004890         VARYING DST-SUB FROM 1 BY 1
004891         UNTIL DST-SUB > HS-SPLIT-COUNT.
004892 3370-EXIT.
004893     EXIT.
004894*
004895*****************************************************
004896* 3375-ADD-SPLIT-HOURS - SOMA AS HORAS DE UMA ENTRADA
004897* DA TABELA DE RATEIO, BASE DA PROPORCAO.
004898*****************************************************
004899 3375-ADD-SPLIT-HOURS.
004900     ADD HS-SPLIT-HOURS (DST-SUB) TO DST-TOTAL-HOURS.
004901 3375-EXIT.
004902     EXIT.
004903*
004904*****************************************************
004905* 3380-WRITE-ONE-SPLIT - GRAVA A LINHA DE DISTRIBUICAO
004906* DE UM CODIGO DE CUSTEIO: GROSS X HORAS DO CODIGO /
004907* HORAS TOTAIS, TRUNCADO, E O RESTO NO ULTIMO CODIGO.
004908* NO AJUSTE AS HORAS SAO SO A BASE DO RATEIO E NAO
004909* SAEM NA LINHA.
004910*****************************************************
004911 3380-WRITE-ONE-SPLIT.
004912     MOVE HS-SPLIT-TYPE (DST-SUB) TO LD-CHARGE-TYPE.
004913     MOVE HS-SPLIT-CODE (DST-SUB) TO LD-CHARGE-CODE.
004914     IF PAY-ADJUSTMENT
004915         MOVE ZERO TO LD-HOURS
004916     ELSE
004917         MOVE HS-SPLIT-HOURS (DST-SUB) TO LD-HOURS
004918     END-IF.
004919     IF DST-SUB = HS-SPLIT-COUNT
004920         MOVE DST-REMAINING TO LD-AMOUNT
004921         PERFORM 3385-WRITE-LABOR-DIST
004922             THRU 3385-EXIT
004923         GO TO 3380-EXIT
004924     END-IF.
004925     MOVE ZERO TO LD-AMOUNT.
004926     IF DST-TOTAL-HOURS NOT = ZERO
004927         MULTIPLY PAY-GROSS BY HS-SPLIT-HOURS (DST-SUB)
004928             GIVING DST-CALC
004929         DIVIDE DST-CALC BY DST-TOTAL-HOURS
004930             GIVING LD-AMOUNT
004931     END-IF.
004932     SUBTRACT LD-AMOUNT FROM DST-REMAINING.
004933     PERFORM 3385-WRITE-LABOR-DIST
004934         THRU 3385-EXIT.
004935 3380-EXIT.
004936     EXIT.
004937*
004938*****************************************************
004939* 3385-WRITE-LABOR-DIST - GRAVA A LINHA DE DISTRIBUICAO
004940* MONTADA EM LABOR-DIST-RECORD NO LABDIST, OU NO
004941* TRLDIST NO RUN DE TESTE.
004942*****************************************************
004943 3385-WRITE-LABOR-DIST.
004944     IF TRIAL-RUN
004945         WRITE TRIAL-LABDIST-REC
004946     ELSE
004947         WRITE LABOR-DIST-RECORD
004948     END-IF.
004949 3385-EXIT.
004950     EXIT.
004951*
004952*****************************************************
004953* 3500-WRITE-CHECKPOINT - GRAVA EM RESTART.DAT A POSICAO
004954* NO ARQUIVO CLASSIFICADO (CONTAGEM DE REGISTROS JA
004955* CONSUMIDOS E ULTIMO EMP-ID, ESTE SO PARA CONFERENCIA
004956* DO OPERADOR), OS TOTAIS ACUMULADOS E A POSICAO ATUAL
004957* NO RELATORIO (PAGINA E LINHA), PARA PERMITIR RETOMAR
004958* O RUN A PARTIR DAQUI SE ELE ABENDER ANTES DE
004959* TERMINAR, SEM REINICIAR A PAGINACAO DO ZERO. O RUN DE
004960* TESTE NAO GRAVA CHECKPOINT (BASTA RODA-LO DE NOVO).
004961*****************************************************
004962 3500-WRITE-CHECKPOINT.
004963     IF TRIAL-RUN
004964         GO TO 3500-EXIT
004965     END-IF.
004966     MOVE PAY-EMP-ID      TO RS-LAST-EMP-ID.
004967     MOVE PAY-EMP-COUNT   TO RS-EMP-COUNT.
004968     MOVE PAY-TOTAL-GROSS TO RS-TOTAL-GROSS.
004969     MOVE PAY-PAGE-NUMBER TO RS-PAGE-NUMBER.
004970     MOVE PAY-LINE-COUNT  TO RS-LINE-COUNT.
004971     MOVE PAY-CURR-DEPT   TO RS-CURR-DEPT.
004972     MOVE WS-DEPT-SWITCH  TO RS-DEPT-SWITCH.
004973     MOVE DEPT-EMP-COUNT  TO RS-DEPT-EMP-COUNT.
004974     MOVE DEPT-GROSS      TO RS-DEPT-GROSS.
004975     MOVE DEPT-OT-PAY     TO RS-DEPT-OT-PAY.
004976     MOVE DEPT-NET        TO RS-DEPT-NET.
004977     MOVE PAY-TOTAL-NET   TO RS-TOTAL-NET.
004978     MOVE PAY-BANK-COUNT  TO RS-BANK-COUNT.
004979     MOVE PAY-RECORD-ORDINAL TO RS-RECORD-ORDINAL.
004980     MOVE PAY-TOTAL-TAX TO RS-TOTAL-TAX.
004981     MOVE PAY-TOTAL-DEDS TO RS-TOTAL-DEDS.
004982     MOVE PAY-BANK-NET TO RS-BANK-NET.
004983     MOVE PAY-CHECK-COUNT TO RS-CHECK-COUNT.
004984     MOVE PAY-CHECK-NET TO RS-CHECK-NET.
004985     MOVE PAY-NEXT-CHECK-NO TO RS-NEXT-CHECK-NO.
004986     MOVE BATCH-COUNT TO RS-BATCH-COUNT.
004987     MOVE PAY-HEAD-COUNT TO RS-HEAD-COUNT.
004988     MOVE PAY-LAST-HEAD-KEY TO RS-HEAD-KEY.
004989     MOVE TAX-HEAD-GROSS TO RS-TAX-HEAD-GROSS.
004990     MOVE TAX-HEAD-WITHHELD TO RS-TAX-HEAD-WITHHELD.
004991     PERFORM 3510-SAVE-BATCH-ENTRY
004992         THRU 3510-EXIT
004993         VARYING BATCH-SUB FROM 1 BY 1
004994         UNTIL BATCH-SUB > BATCH-COUNT.
004995     OPEN EXTEND RESTART-FILE.
004996     IF WS-RESTART-STATUS NOT = '00'
004997         OPEN OUTPUT RESTART-FILE
004998     END-IF.
004999     WRITE RESTART-RECORD.
005000     CLOSE RESTART-FILE.
005001 3500-EXIT.
005002     EXIT.
005003*
005004*****************************************************
005005* 3510-SAVE-BATCH-ENTRY - COPIA UMA ENTRADA DA TABELA
005006* DE LOTES PARA O REGISTRO DE CHECKPOINT, PARA OS
005007* SUBTOTAIS POR LOTE SOBREVIVEREM A UM RESTART.
005008*****************************************************
005009 3510-SAVE-BATCH-ENTRY.
005010     MOVE BA-PERIOD-END (BATCH-SUB)
005011         TO RS-BA-PERIOD-END (BATCH-SUB).
005012     MOVE BA-BATCH-NO (BATCH-SUB)
005013         TO RS-BA-BATCH-NO (BATCH-SUB).
005014     MOVE BA-PERIOD-NO (BATCH-SUB)
005015         TO RS-BA-PERIOD-NO (BATCH-SUB).
005016     MOVE BA-EMP-COUNT (BATCH-SUB)
005017         TO RS-BA-EMP-COUNT (BATCH-SUB).
005018     MOVE BA-HOURS (BATCH-SUB)
005019         TO RS-BA-HOURS (BATCH-SUB).
005020     MOVE BA-GROSS (BATCH-SUB)
005021         TO RS-BA-GROSS (BATCH-SUB).
005022     MOVE BA-NET (BATCH-SUB)
005023         TO RS-BA-NET (BATCH-SUB).
005024 3510-EXIT.
005025     EXIT.
005026*
005027*****************************************************
005028* 3600-WRITE-DEPT-TOTAL - FECHA O GRUPO DE DEPARTAMENTO:
005029* IMPRIME A LINHA DE SUBTOTAL (FUNCIONARIOS, GROSS, HORA
005030* EXTRA E LIQUIDO DO DEPARTAMENTO), GRAVA O MESMO TOTAL
005031* NO ARQUIVO DE RECAPITULACAO (DEPTRCP.DAT) PARA A
005032* PAGINA DE RESUMO DO FIM DO RUN E ZERA OS ACUMULADORES
005033* DO DEPARTAMENTO PARA O PROXIMO GRUPO. GRUPO SEM
005034* NENHUM FUNCIONARIO PAGO (SO REJEICOES, COMO O GRUPO
005035* DE DEPARTAMENTO EM BRANCO DOS DESCONHECIDOS) NAO
005036* GERA SUBTOTAL NEM LINHA DE RECAPITULACAO.
005037*****************************************************
005038 3600-WRITE-DEPT-TOTAL.
005039     IF DEPT-EMP-COUNT = ZERO
005040         GO TO 3600-EXIT
005041     END-IF.
005042     PERFORM 3250-CHECK-PAGE-BREAK
005043         THRU 3250-EXIT.
005044     MOVE PAY-CURR-DEPT TO DT-DEPT.
005045     MOVE DEPT-EMP-COUNT TO DT-EMP-COUNT.
005046     MOVE DEPT-GROSS TO DT-GROSS.
005047     MOVE DEPT-OT-PAY TO DT-OT-PAY.
005048     MOVE DEPT-NET TO DT-NET.
005049     MOVE DEPT-TOTAL-LINE TO PRT-LINE.
005050     MOVE 2 TO PRT-ADVANCE.
005051     PERFORM 8900-PRINT-REGISTER
005052         THRU 8900-EXIT.
005053     ADD 2 TO PAY-LINE-COUNT.
005054     MOVE PAY-CURR-DEPT TO DR-DEPT.
005055     MOVE DEPT-EMP-COUNT TO DR-EMP-COUNT.
005056     MOVE DEPT-GROSS TO DR-GROSS.
005057     MOVE DEPT-OT-PAY TO DR-OT-PAY.
005058     MOVE DEPT-NET TO DR-NET.
005059     IF TRIAL-RUN
005060         WRITE TRIAL-RECAP-REC
005061     ELSE
005062         WRITE DEPT-RECAP-RECORD
005063     END-IF.
005064     MOVE ZERO TO DEPT-EMP-COUNT.
005065     MOVE ZERO TO DEPT-GROSS.
005066     MOVE ZERO TO DEPT-OT-PAY.
005067     MOVE ZERO TO DEPT-NET.
005068 3600-EXIT.
005069     EXIT.
005070*
005071*****************************************************
005072* 3400-WRITE-REJECT - GRAVA UMA LINHA DE ADVERTENCIA NO
005073* REGISTRO PARA UM FUNCIONARIO CUJO RATE OU HOURS NAO
005074* PASSOU NA VALIDACAO, SEM CALCULAR GROSS.
005075*****************************************************
005076 3400-WRITE-REJECT.
005077     PERFORM 3250-CHECK-PAGE-BREAK
005078         THRU 3250-EXIT.
005079     MOVE PAY-EMP-ID TO RJ-EMP-ID.
005080     MOVE REJECT-LINE TO PRT-LINE.
005081     MOVE 1 TO PRT-ADVANCE.
005082     PERFORM 8900-PRINT-REGISTER
005083         THRU 8900-EXIT.
005084     ADD 1 TO PAY-LINE-COUNT.
005085 3400-EXIT.
005086     EXIT.
005087*
005088*****************************************************
005089* 3250-CHECK-PAGE-BREAK - INICIA UMA NOVA PAGINA (COM
005090* CABECALHO E TITULOS DE COLUNA) QUANDO AINDA NAO HOUVE
005091* NENHUMA LINHA IMPRESSA OU QUANDO A PAGINA ATUAL JA
005092* ATINGIU PAY-PAGE-SIZE LINHAS DE DETALHE.
005093*****************************************************
005094 3250-CHECK-PAGE-BREAK.
005095     IF PAY-LINE-COUNT = ZERO
005096         OR PAY-LINE-COUNT >= PAY-PAGE-SIZE
005097         PERFORM 3260-WRITE-PAGE-HEADERS
005098             THRU 3260-EXIT
005099     END-IF.
005100 3250-EXIT.
005101     EXIT.
005102*
005103*****************************************************
005104* 3260-WRITE-PAGE-HEADERS - IMPRIME TITULO, DATA DO RUN
005105* E CABECALHO DE COLUNAS NO TOPO DE UMA NOVA PAGINA DO
005106* RELATORIO, E ZERA A CONTAGEM DE LINHAS DA PAGINA.
005107*****************************************************
005108 3260-WRITE-PAGE-HEADERS.
005109     ADD 1 TO PAY-PAGE-NUMBER.
005110     MOVE PAY-PAGE-NUMBER TO RPT-PAGE-NO.
005111     MOVE RPT-TITLE-LINE TO PRT-LINE.
005112     MOVE ZERO TO PRT-ADVANCE.
005113     PERFORM 8900-PRINT-REGISTER
005114         THRU 8900-EXIT.
005115     MOVE RPT-DATE-LINE TO PRT-LINE.
005116     MOVE 1 TO PRT-ADVANCE.
005117     PERFORM 8900-PRINT-REGISTER
005118         THRU 8900-EXIT.
005119     MOVE RPT-COLUMN-HEADING TO PRT-LINE.
005120     MOVE 2 TO PRT-ADVANCE.
005121     PERFORM 8900-PRINT-REGISTER
005122         THRU 8900-EXIT.
005123     MOVE RPT-COLUMN-RULE TO PRT-LINE.
005124     MOVE 1 TO PRT-ADVANCE.
005125     PERFORM 8900-PRINT-REGISTER
005126         THRU 8900-EXIT.
005127     MOVE ZERO TO PAY-LINE-COUNT.
005128 3260-EXIT.
005129     EXIT.
005130*
005131*****************************************************
005132* 8000-TERMINATE-RUN - FECHA O ULTIMO GRUPO DE
005133* DEPARTAMENTO, IMPRIME A RECAPITULACAO E O TRAILER E
005134* FECHA OS ARQUIVOS DO PROGRAMA. NO RUN DE TESTE SO OS
005135* ARQUIVOS ABERTOS PELA 1000/1050 SAO FECHADOS, E OS
005136* PASSOS DE PAGAMENTO (BANCO, CHEQUES, CONTABIL,
005137* PAIDBAT E CHECKPOINT) SE DESLIGAM NOS PROPRIOS
005138* PARAGRAFOS.
005139*****************************************************
005140 8000-TERMINATE-RUN.
005141     IF DEPT-IN-PROGRESS
005142         PERFORM 3600-WRITE-DEPT-TOTAL
005143             THRU 3600-EXIT
005144     END-IF.
005145     PERFORM 8150-WRITE-DEPT-RECAP
005146         THRU 8150-EXIT.
005147     PERFORM 8050-WRITE-BATCH-TOTALS
005148         THRU 8050-EXIT.
005149     PERFORM 8100-WRITE-TRAILER
005150         THRU 8100-EXIT.
005151     PERFORM 8300-WRITE-BANK-TRAILER
005152         THRU 8300-EXIT.
005153     PERFORM 8350-WRITE-CHECK-REG-TRAILER
005154         THRU 8350-EXIT.
005155     PERFORM 8700-WRITE-LABOR-DIST
005156         THRU 8700-EXIT.
005157     PERFORM 8500-WRITE-GL-POSTING
005158         THRU 8500-EXIT.
005159     CLOSE HOURS-SORTED.
005160     IF NOT TRIAL-RUN
005161         CLOSE BANK-FILE
005162         CLOSE STUB-FILE
005163         CLOSE CHECK-PRINT-FILE
005164         CLOSE CHECK-REG-FILE
005165         CLOSE CHECK-MAST-FILE
005166         CLOSE HIST-FILE
005167     END-IF.
005168     PERFORM 8600-SAVE-CHECK-CONTROL
005169         THRU 8600-EXIT.
005170     IF NOT TRIAL-RUN
005171         CLOSE JOURNAL-FILE
005172     END-IF.
005173     IF DED-FILE-AVAILABLE
005174         CLOSE DED-FILE
005175     END-IF.
005176     IF TRIAL-RUN
005177         CLOSE TRIAL-OUTFILE
005178     ELSE
005179         CLOSE OUTFILE
005180     END-IF.
005181     IF YTD-FILE-OPEN
005182         CLOSE YTD-FILE
005183     END-IF.
005184     IF LEAVE-FILE-OPEN
005185         CLOSE LEAVE-FILE
005186     END-IF.
005187     IF TRIAL-RUN
005188         CLOSE TRIAL-EXCEPT-FILE
005189     ELSE
005190         CLOSE EXCEPTION-FILE
005191     END-IF.
005192     CLOSE EMP-FILE.
005193     PERFORM 8400-MARK-BATCH-PAID
005194         THRU 8400-EXIT.
005195     PERFORM 8200-CLEAR-CHECKPOINT
005196         THRU 8200-EXIT.
005197     IF TRIAL-RUN
005198         DISPLAY 'EASYCALC - TRIAL RUN COMPLETE - NOTHING PAID'
005199             ' OR UPDATED'
005200     END-IF.
005201     IF NOT TRIAL-RUN
005202         MOVE 'BANKPAY.DAT' TO RCL-FILE-NAME
005203         MOVE PAY-BANK-COUNT TO RCL-REC-COUNT
005204         MOVE PAY-BANK-NET TO RCL-HASH-TOTAL
005205     END-IF.
005206     MOVE 'F' TO RCL-EVENT.
005207     MOVE RETURN-CODE TO RCL-RETURN-CODE.
005208     PERFORM 9100-WRITE-RUN-CONTROL
005209         THRU 9100-EXIT.
005210 8000-EXIT.
005211     EXIT.
005212*
005213*****************************************************
005214* 8050-WRITE-BATCH-TOTALS - IMPRIME, DEPOIS DA
005215* RECAPITULACAO E ANTES DO TRAILER FINAL, UMA LINHA DE
005216* SUBTOTAL POR LOTE PAGO NO RUN (PERIODO/LOTE,
005217* FUNCIONARIOS, HORAS, GROSS E LIQUIDO), PARA A
005218* TESOURARIA BATER CADA EXTRATO DE SITE NO REGISTRO.
005219*****************************************************
005220 8050-WRITE-BATCH-TOTALS.
005221     IF BATCH-COUNT = ZERO
005222         GO TO 8050-EXIT
005223     END-IF.
005224     PERFORM 3250-CHECK-PAGE-BREAK
005225         THRU 3250-EXIT.
005226     MOVE BATCH-TITLE-LINE TO PRT-LINE.
005227     MOVE 2 TO PRT-ADVANCE.
005228     PERFORM 8900-PRINT-REGISTER
005229         THRU 8900-EXIT.
005230     ADD 2 TO PAY-LINE-COUNT.
005231     PERFORM 8060-WRITE-ONE-BATCH-TOTAL
005232         THRU 8060-EXIT
005233         VARYING BATCH-SUB FROM 1 BY 1
005234         UNTIL BATCH-SUB > BATCH-COUNT.
005235 8050-EXIT.
005236     EXIT.
005237*
005238*****************************************************
005239* 8060-WRITE-ONE-BATCH-TOTAL - IMPRIME A LINHA DE
005240* SUBTOTAL DE UM LOTE DA TABELA.
005241*****************************************************
005242 8060-WRITE-ONE-BATCH-TOTAL.
005243     MOVE BA-PERIOD-END (BATCH-SUB) TO BL-PERIOD-END.
005244     MOVE BA-BATCH-NO (BATCH-SUB) TO BL-BATCH-NO.
005245     MOVE BA-PERIOD-NO (BATCH-SUB) TO BL-PERIOD-NO.
005246     MOVE BA-EMP-COUNT (BATCH-SUB) TO BL-EMP-COUNT.
005247     MOVE BA-HOURS (BATCH-SUB) TO BL-HOURS.
005248     MOVE BA-GROSS (BATCH-SUB) TO BL-GROSS.
005249     MOVE BA-NET (BATCH-SUB) TO BL-NET.
005250     MOVE BATCH-TOTAL-LINE TO PRT-LINE.
005251     MOVE 1 TO PRT-ADVANCE.
005252     PERFORM 8900-PRINT-REGISTER
005253         THRU 8900-EXIT.
005254     ADD 1 TO PAY-LINE-COUNT.
005255 8060-EXIT.
005256     EXIT.
005257*
005258*****************************************************
005259* 8100-WRITE-TRAILER - GRAVA O REGISTRO DE RESUMO DA
005260* EXECUCAO, COM O TOTAL DE ITENS PAGOS, O TOTAL DE
005261* GROSS E DE LIQUIDO DO RUN E O NUMERO DE PESSOAS
005262* PAGAS POR LOTE (HEADCOUNT), QUE A CONFERENCIA DO
005263* PAYBAL PROVA CONTRA AS LINHAS DO PAYHIST.
005264*****************************************************
005265 8100-WRITE-TRAILER.
005266     PERFORM 3250-CHECK-PAGE-BREAK
005267         THRU 3250-EXIT.
005268     MOVE PAY-EMP-COUNT TO TR-EMP-COUNT.
005269     MOVE PAY-HEAD-COUNT TO TR-HEAD-COUNT.
005270     MOVE PAY-TOTAL-GROSS TO TR-TOTAL-GROSS.
005271     MOVE PAY-TOTAL-NET TO TR-TOTAL-NET.
005272     MOVE TRAILER-LINE TO PRT-LINE.
005273     MOVE 2 TO PRT-ADVANCE.
005274     PERFORM 8900-PRINT-REGISTER
005275         THRU 8900-EXIT.
005276     ADD 2 TO PAY-LINE-COUNT.
005277 8100-EXIT.
005278     EXIT.
005279*
005280*****************************************************
005281* 8150-WRITE-DEPT-RECAP - IMPRIME, EM PAGINA PROPRIA
005282* ANTES DO TRAILER FINAL, A RECAPITULACAO DE CUSTO POR
005283* DEPARTAMENTO: RELE O ARQUIVO DE TRABALHO DEPTRCP.DAT
005284* (UMA LINHA POR GRUPO FECHADO NA 3600) E IMPRIME UMA
005285* LINHA DE TOTAL POR DEPARTAMENTO.
005286*****************************************************
005287 8150-WRITE-DEPT-RECAP.
005288     IF TRIAL-RUN
005289         CLOSE TRIAL-RECAP-FILE
005290         OPEN INPUT TRIAL-RECAP-FILE
005291     ELSE
005292         CLOSE DEPT-RECAP-FILE
005293         OPEN INPUT DEPT-RECAP-FILE
005294     END-IF.
005295     ADD 1 TO PAY-PAGE-NUMBER.
005296     MOVE PAY-PAGE-NUMBER TO RPT-PAGE-NO.
005297     MOVE RPT-TITLE-LINE TO PRT-LINE.
005298     MOVE ZERO TO PRT-ADVANCE.
005299     PERFORM 8900-PRINT-REGISTER
005300         THRU 8900-EXIT.
005301     MOVE RECAP-TITLE-LINE TO PRT-LINE.
005302     MOVE 1 TO PRT-ADVANCE.
005303     PERFORM 8900-PRINT-REGISTER
005304         THRU 8900-EXIT.
005305     MOVE RPT-DATE-LINE TO PRT-LINE.
005306     MOVE 1 TO PRT-ADVANCE.
005307     PERFORM 8900-PRINT-REGISTER
005308         THRU 8900-EXIT.
005309     MOVE 3 TO PAY-LINE-COUNT.
005310     MOVE 'N' TO WS-RECAP-EOF-SWITCH.
005311     PERFORM 8160-READ-RECAP
005312         THRU 8160-EXIT.
005313     PERFORM 8170-PRINT-RECAP-LINE
005314         THRU 8170-EXIT
005315         UNTIL RECAP-FILE-EOF.
005316     IF TRIAL-RUN
005317         CLOSE TRIAL-RECAP-FILE
005318     ELSE
005319         CLOSE DEPT-RECAP-FILE
005320     END-IF.
005321 8150-EXIT.
005322     EXIT.
005323*
005324*****************************************************
005325* 8160-READ-RECAP - LE O PROXIMO TOTAL DE DEPARTAMENTO
005326* DO ARQUIVO DE RECAPITULACAO.
005327*****************************************************
005328 8160-READ-RECAP.
005329     IF TRIAL-RUN
005330         READ TRIAL-RECAP-FILE
005331             AT END
005332                 MOVE 'Y' TO WS-RECAP-EOF-SWITCH
005333         END-READ
005334     ELSE
005335         READ DEPT-RECAP-FILE
005336             AT END
005337                 MOVE 'Y' TO WS-RECAP-EOF-SWITCH
005338         END-READ
005339     END-IF.
005340 8160-EXIT.
005341     EXIT.
005342*
005343*****************************************************
005344* 8170-PRINT-RECAP-LINE - IMPRIME UMA LINHA DA
005345* RECAPITULACAO COM OS TOTAIS DO DEPARTAMENTO.
005346*****************************************************
005347 8170-PRINT-RECAP-LINE.
005348     MOVE DR-DEPT TO DT-DEPT.
005349     MOVE DR-EMP-COUNT TO DT-EMP-COUNT.
005350     MOVE DR-GROSS TO DT-GROSS.
005351     MOVE DR-OT-PAY TO DT-OT-PAY.
005352     MOVE DR-NET TO DT-NET.
005353     MOVE DEPT-TOTAL-LINE TO PRT-LINE.
005354     MOVE 1 TO PRT-ADVANCE.
005355     PERFORM 8900-PRINT-REGISTER
005356         THRU 8900-EXIT.
005357     ADD 1 TO PAY-LINE-COUNT.
005358     PERFORM 8160-READ-RECAP
005359         THRU 8160-EXIT.
005360 8170-EXIT.
005361     EXIT.
005362*
005363*****************************************************
005364* 8300-WRITE-BANK-TRAILER - GRAVA O TRAILER DO ARQUIVO
005365* DE TRANSMISSAO BANCARIA COM A CONTAGEM E O HASH SO
005366* DOS DEPOSITOS EM CONTA; O HASH MAIS O TOTAL DO
005367* REGISTRO DE CHEQUES DEVE FECHAR COM O TOTAL NET DO
005368* TRAILER DO REGISTRO ANTES DA TESOURARIA LIBERAR A
005369* TRANSMISSAO.
005370*****************************************************
005371 8300-WRITE-BANK-TRAILER.
005372     IF TRIAL-RUN
005373         GO TO 8300-EXIT
005374     END-IF.
005375     MOVE PAY-BANK-COUNT TO BT-RECORD-COUNT.
005376     MOVE PAY-BANK-NET TO BT-HASH-NET.
005377     WRITE BANK-REC FROM BANK-TRAILER-LINE.
005378 8300-EXIT.
005379     EXIT.
005380*
005381*****************************************************
005382* 8350-WRITE-CHECK-REG-TRAILER - GRAVA O TRAILER DO
005383* REGISTRO DE CHEQUES COM A CONTAGEM E O TOTAL DOS
005384* CHEQUES EMITIDOS NO RUN.
005385*****************************************************
005386 8350-WRITE-CHECK-REG-TRAILER.
005387     IF TRIAL-RUN
005388         GO TO 8350-EXIT
005389     END-IF.
005390     MOVE PAY-CHECK-COUNT TO CRT-COUNT.
005391     MOVE PAY-CHECK-NET TO CRT-TOTAL.
005392     WRITE CHKREG-REC FROM CHKREG-TRAILER-LINE
005393         AFTER ADVANCING 2 LINES.
005394 8350-EXIT.
005395     EXIT.
005396*
005397*****************************************************
005398* 8600-SAVE-CHECK-CONTROL - REGRAVA O REGISTRO DE
005399* CONTROLE CHKCTRL.DAT COM O PROXIMO NUMERO DE CHEQUE
005400* APOS OS CHEQUES DESTE RUN, PARA A NUMERACAO NAO
005401* REPETIR NO PROXIMO RUN.
005402*****************************************************
005403 8600-SAVE-CHECK-CONTROL.
005404     IF TRIAL-RUN
005405         GO TO 8600-EXIT
005406     END-IF.
005407     OPEN OUTPUT CHECK-CTL-FILE.
005408     MOVE PAY-NEXT-CHECK-NO TO CK-NEXT-CHECK-NO.
005409     WRITE CHECK-CTL-RECORD.
005410     CLOSE CHECK-CTL-FILE.
005411 8600-EXIT.
005412     EXIT.
005413*
005414*****************************************************
005415* 8700-WRITE-LABOR-DIST - CLASSIFICA O LABDIST.DAT POR
005416* CODIGO DE CUSTEIO E FUNCIONARIO E IMPRIME O
005417* RELATORIO DE DISTRIBUICAO DE MAO-DE-OBRA LABRPT.DAT
005418* PARA O CUSTEIO: UMA LINHA POR FUNCIONARIO DENTRO DO
005419* CODIGO, SUBTOTAL POR CODIGO COM A CONTA DO GLMAP E
005420* TOTAL GERAL, QUE TEM QUE FECHAR COM O GROSS TOTAL DO
005421* TRAILER DO REGISTRO; DIFERENCA SAI NO RELATORIO E NO
005422* CONSOLE COM RETURN-CODE 8. OS TOTAIS POR CODIGO FICAM
005423* NA TABELA LDT PARA OS DEBITOS DA 8500.
005424*****************************************************
005425 8700-WRITE-LABOR-DIST.
005426     IF TRIAL-RUN
005427         CLOSE TRIAL-LABDIST-FILE
005428         SORT LABOR-SORT-FILE
005429             ON ASCENDING KEY LW-CHARGE-TYPE
005430             ON ASCENDING KEY LW-CHARGE-CODE
005431             ON ASCENDING KEY LW-EMP-ID
005432             WITH DUPLICATES IN ORDER
005433             USING TRIAL-LABDIST-FILE
005434             GIVING TRIAL-LABSORT-FILE
005435         OPEN INPUT TRIAL-LABSORT-FILE
005436         OPEN OUTPUT TRIAL-LABRPT-FILE
005437     ELSE
005438         CLOSE LABOR-DIST-FILE
005439         SORT LABOR-SORT-FILE
005440             ON ASCENDING KEY LW-CHARGE-TYPE
005441             ON ASCENDING KEY LW-CHARGE-CODE
005442             ON ASCENDING KEY LW-EMP-ID
005443             WITH DUPLICATES IN ORDER
005444             USING LABOR-DIST-FILE
005445             GIVING LABOR-SORTED-FILE
005446         OPEN INPUT LABOR-SORTED-FILE
005447         OPEN OUTPUT LABOR-RPT-FILE
005448     END-IF.
005449     MOVE ZERO TO LDT-COUNT.
005450     MOVE ZERO TO DST-EMP-HOURS.
005451     MOVE ZERO TO DST-EMP-AMOUNT.
005452     MOVE ZERO TO DST-CODE-HOURS.
005453     MOVE ZERO TO DST-CODE-AMOUNT.
005454     MOVE ZERO TO DST-GRAND-HOURS.
005455     MOVE ZERO TO DST-GRAND-AMOUNT.
005456     MOVE SPACE TO DST-CURR-TYPE.
005457     MOVE SPACES TO DST-CURR-CODE.
005458     MOVE SPACES TO DST-CURR-EMP.
005459     PERFORM 8760-WRITE-LABOR-HEADERS
005460         THRU 8760-EXIT.
005461     MOVE 'N' TO WS-LABOR-EOF-SWITCH.
005462     PERFORM 8790-READ-LABOR
005463         THRU 8790-EXIT.
005464     PERFORM 8710-PROCESS-LABOR-LINE
005465         THRU 8710-EXIT
005466         UNTIL LABOR-FILE-EOF.
005467     IF DST-CURR-TYPE NOT = SPACE
005468         PERFORM 8720-WRITE-EMP-LINE
005469             THRU 8720-EXIT
005470         PERFORM 8730-WRITE-CHARGE-TOTAL
005471             THRU 8730-EXIT
005472     END-IF.
005473     PERFORM 8750-CHECK-LABOR-PAGE
005474         THRU 8750-EXIT.
005475     MOVE '*** TOTAL DISTRIBUTED' TO LTL-LABEL.
005476     MOVE DST-GRAND-HOURS TO LTL-HOURS.
005477     MOVE DST-GRAND-AMOUNT TO LTL-AMOUNT.
005478     MOVE SPACES TO LTL-STATUS.
005479     MOVE LABOR-TOTAL-LINE TO PRT-LINE.
005480     MOVE 2 TO PRT-ADVANCE.
005481     PERFORM 8950-PRINT-LABOR
005482         THRU 8950-EXIT.
005483     MOVE '*** REGISTER TOTAL GROSS' TO LTL-LABEL.
005484     MOVE ZERO TO LTL-HOURS.
005485     MOVE PAY-TOTAL-GROSS TO LTL-AMOUNT.
005486     IF DST-GRAND-AMOUNT = PAY-TOTAL-GROSS
005487         MOVE 'IN BALANCE' TO LTL-STATUS
005488     ELSE
005489         MOVE 'OUT OF BALANCE' TO LTL-STATUS
005490         DISPLAY 'EASYCALC LABOR WARNING - DISTRIBUTION DOES'
005491             ' NOT BALANCE TO REGISTER GROSS'
005492         MOVE 8 TO RETURN-CODE
005493     END-IF.
005494     MOVE LABOR-TOTAL-LINE TO PRT-LINE.
005495     MOVE 1 TO PRT-ADVANCE.
005496     PERFORM 8950-PRINT-LABOR
005497         THRU 8950-EXIT.
005498     IF TRIAL-RUN
005499         CLOSE TRIAL-LABSORT-FILE
005500         CLOSE TRIAL-LABRPT-FILE
005501     ELSE
005502         CLOSE LABOR-SORTED-FILE
005503         CLOSE LABOR-RPT-FILE
005504     END-IF.
005505 8700-EXIT.
005506     EXIT.
005507*
005508*****************************************************
005509* 8710-PROCESS-LABOR-LINE - QUEBRA DE CODIGO DE
005510* CUSTEIO E DE FUNCIONARIO SOBRE O LABDIST
005511* CLASSIFICADO, ACUMULANDO AS HORAS E O VALOR DO
005512* FUNCIONARIO NO CODIGO CORRENTE.
005513*****************************************************
005514 8710-PROCESS-LABOR-LINE.
005515     IF LS-CHARGE-TYPE NOT = DST-CURR-TYPE
005516         OR LS-CHARGE-CODE NOT = DST-CURR-CODE
005517         IF DST-CURR-TYPE NOT = SPACE
005518             PERFORM 8720-WRITE-EMP-LINE
005519                 THRU 8720-EXIT
005520             PERFORM 8730-WRITE-CHARGE-TOTAL
005521                 THRU 8730-EXIT
005522         END-IF
005523         MOVE LS-CHARGE-TYPE TO DST-CURR-TYPE
005524         MOVE LS-CHARGE-CODE TO DST-CURR-CODE
005525         MOVE SPACES TO DST-CURR-EMP
005526     END-IF.
005527     IF LS-EMP-ID NOT = DST-CURR-EMP
005528         IF DST-CURR-EMP NOT = SPACES
005529             PERFORM 8720-WRITE-EMP-LINE
005530                 THRU 8720-EXIT
005531         END-IF
005532         MOVE LS-EMP-ID TO DST-CURR-EMP
005533         MOVE LS-EMP-NAME TO DST-CURR-NAME
005534         MOVE LS-HOME-DEPT TO DST-CURR-HOME
005535     END-IF.
005536     ADD LS-HOURS TO DST-EMP-HOURS.
005537     ADD LS-AMOUNT TO DST-EMP-AMOUNT.
005538     PERFORM 8790-READ-LABOR
005539         THRU 8790-EXIT.
005540 8710-EXIT.
005541     EXIT.
005542*
005543*****************************************************
005544* 8720-WRITE-EMP-LINE - IMPRIME A LINHA DO FUNCIONARIO
005545* NO CODIGO DE CUSTEIO CORRENTE E SOMA NO CODIGO.
005546*****************************************************
005547 8720-WRITE-EMP-LINE.
005548     PERFORM 8750-CHECK-LABOR-PAGE
005549         THRU 8750-EXIT.
005550     MOVE DST-CURR-TYPE TO LB-CHARGE-TYPE.
005551     MOVE DST-CURR-CODE TO LB-CHARGE-CODE.
005552     MOVE DST-CURR-EMP TO LB-EMP-ID.
005553     MOVE DST-CURR-NAME TO LB-EMP-NAME.
005554     MOVE DST-CURR-HOME TO LB-HOME-DEPT.
005555     MOVE DST-EMP-HOURS TO LB-HOURS.
005556     MOVE DST-EMP-AMOUNT TO LB-AMOUNT.
005557     MOVE LABOR-DETAIL-LINE TO PRT-LINE.
005558     MOVE 1 TO PRT-ADVANCE.
005559     PERFORM 8950-PRINT-LABOR
005560         THRU 8950-EXIT.
005561     ADD 1 TO DST-LINE-COUNT.
005562     ADD DST-EMP-HOURS TO DST-CODE-HOURS.
005563     ADD DST-EMP-AMOUNT TO DST-CODE-AMOUNT.
005564     MOVE ZERO TO DST-EMP-HOURS.
005565     MOVE ZERO TO DST-EMP-AMOUNT.
005566 8720-EXIT.
005567     EXIT.
005568*
005569*****************************************************
005570* 8730-WRITE-CHARGE-TOTAL - IMPRIME O SUBTOTAL DO
005571* CODIGO DE CUSTEIO COM A CONTA DE DESPESA DO GLMAP,
005572* SOMA NO TOTAL GERAL E GUARDA O CODIGO NA TABELA LDT
005573* PARA O DEBITO DA 8500; TABELA CHEIA SAI COMO AVISO
005574* COM RETURN-CODE 8 (O LANCAMENTO NAO VAI FECHAR).
005575*****************************************************
005576 8730-WRITE-CHARGE-TOTAL.
005577     MOVE DST-CURR-TYPE TO LC-CHARGE-TYPE.
005578     MOVE DST-CURR-CODE TO LC-CHARGE-CODE.
005579     MOVE SPACES TO LC-ACCOUNT.
005580     MOVE SPACES TO LC-DESC.
005581     MOVE DST-CURR-TYPE TO GL-CHK-TYPE.
005582     MOVE DST-CURR-CODE TO GL-CHK-DEPT.
005583     PERFORM 8520-SEARCH-GL-MAP
005584         THRU 8520-EXIT.
005585     IF GLM-HIT-SUB > ZERO
005586         MOVE GLM-ACCOUNT (GLM-HIT-SUB) TO LC-ACCOUNT
005587         MOVE GLM-DESC (GLM-HIT-SUB) TO LC-DESC
005588     END-IF.
005589     MOVE DST-CODE-HOURS TO LC-HOURS.
005590     MOVE DST-CODE-AMOUNT TO LC-AMOUNT.
005591     MOVE LABOR-CHARGE-LINE TO PRT-LINE.
005592     MOVE 1 TO PRT-ADVANCE.
005593     PERFORM 8950-PRINT-LABOR
005594         THRU 8950-EXIT.
005595     MOVE SPACES TO PRT-LINE.
005596     MOVE 1 TO PRT-ADVANCE.
005597     PERFORM 8950-PRINT-LABOR
005598         THRU 8950-EXIT.
005599     ADD 2 TO DST-LINE-COUNT.
005600     ADD DST-CODE-HOURS TO DST-GRAND-HOURS.
005601     ADD DST-CODE-AMOUNT TO DST-GRAND-AMOUNT.
005602     IF LDT-COUNT >= 300
005603         DISPLAY 'EASYCALC GL WARNING - LABOR CHARGE TABLE'
005604             ' FULL - ' DST-CURR-CODE ' NOT POSTED'
005605         MOVE 8 TO RETURN-CODE
005606     ELSE
005607         ADD 1 TO LDT-COUNT
005608         MOVE DST-CURR-TYPE TO LDT-TYPE (LDT-COUNT)
005609         MOVE DST-CURR-CODE TO LDT-CODE (LDT-COUNT)
005610         MOVE DST-CODE-AMOUNT TO LDT-AMOUNT (LDT-COUNT)
005611     END-IF.
005612     MOVE ZERO TO DST-CODE-HOURS.
005613     MOVE ZERO TO DST-CODE-AMOUNT.
005614 8730-EXIT.
005615     EXIT.
005616*
005617*****************************************************
005618* 8750-CHECK-LABOR-PAGE - ABRE NOVA PAGINA DO
005619* RELATORIO DE DISTRIBUICAO QUANDO A ATUAL ENCHEU.
005620*****************************************************
005621 8750-CHECK-LABOR-PAGE.
005622     IF DST-LINE-COUNT >= PAY-PAGE-SIZE
005623         PERFORM 8760-WRITE-LABOR-HEADERS
005624             THRU 8760-EXIT
005625     END-IF.
005626 8750-EXIT.
005627     EXIT.
005628*
005629*****************************************************
005630* 8760-WRITE-LABOR-HEADERS - CABECALHO DE PAGINA DO
005631* RELATORIO DE DISTRIBUICAO (TITULO, DATA DO RUN E
005632* TITULOS DE COLUNA).
005633*****************************************************
005634 8760-WRITE-LABOR-HEADERS.
005635     ADD 1 TO DST-PAGE-NUMBER.
005636     MOVE DST-PAGE-NUMBER TO LT-PAGE-NO.
005637     MOVE LABOR-TITLE-LINE TO PRT-LINE.
005638     MOVE ZERO TO PRT-ADVANCE.
005639     PERFORM 8950-PRINT-LABOR
005640         THRU 8950-EXIT.
005641     MOVE RPT-DATE-LINE TO PRT-LINE.
005642     MOVE 1 TO PRT-ADVANCE.
005643     PERFORM 8950-PRINT-LABOR
005644         THRU 8950-EXIT.
005645     MOVE LABOR-HEADING-LINE TO PRT-LINE.
005646     MOVE 2 TO PRT-ADVANCE.
005647     PERFORM 8950-PRINT-LABOR
005648         THRU 8950-EXIT.
005649     MOVE RPT-COLUMN-RULE TO PRT-LINE.
005650     MOVE 1 TO PRT-ADVANCE.
005651     PERFORM 8950-PRINT-LABOR
005652         THRU 8950-EXIT.
005653     MOVE 5 TO DST-LINE-COUNT.
005654 8760-EXIT.
005655     EXIT.
005656*
005657*****************************************************
005658* 8790-READ-LABOR - LE A PROXIMA LINHA DO LABDIST
005659* CLASSIFICADO.
005660*****************************************************
005661 8790-READ-LABOR.
005662     IF TRIAL-RUN
005663         READ TRIAL-LABSORT-FILE
005664             AT END
005665                 MOVE 'Y' TO WS-LABOR-EOF-SWITCH
005666         END-READ
005667     ELSE
005668         READ LABOR-SORTED-FILE
005669             AT END
005670                 MOVE 'Y' TO WS-LABOR-EOF-SWITCH
005671         END-READ
005672     END-IF.
005673 8790-EXIT.
005674     EXIT.
005675*
005676*****************************************************
005677* 8900-PRINT-REGISTER - IMPRIME A LINHA PRT-LINE NO
005678* REGISTRO PAYREG, OU NO TRLREG NO RUN DE TESTE, COM
005679* O SALTO PEDIDO EM PRT-ADVANCE.
005680*****************************************************
005681 8900-PRINT-REGISTER.
005682     IF TRIAL-RUN
005683         GO TO 8900-TRIAL
005684     END-IF.
005685     IF PRT-NEW-PAGE
005686         WRITE OUT-REC FROM PRT-LINE
005687             AFTER ADVANCING PAGE
005688     ELSE
005689         WRITE OUT-REC FROM PRT-LINE
005690             AFTER ADVANCING PRT-ADVANCE LINES
005691     END-IF.
005692     GO TO 8900-EXIT.
005693 8900-TRIAL.
005694     IF PRT-NEW-PAGE
005695         WRITE TRIAL-OUT-REC FROM PRT-LINE
005696             AFTER ADVANCING PAGE
005697     ELSE
005698         WRITE TRIAL-OUT-REC FROM PRT-LINE
005699             AFTER ADVANCING PRT-ADVANCE LINES
005700     END-IF.
005701 8900-EXIT.
005702     EXIT.
005703*
005704*****************************************************
005705* 8950-PRINT-LABOR - IMPRIME A LINHA PRT-LINE NO
005706* RELATORIO DE DISTRIBUICAO LABRPT, OU NO TRLLAB NO
005707* RUN DE TESTE, COM O SALTO PEDIDO EM PRT-ADVANCE.
005708*****************************************************
005709 8950-PRINT-LABOR.
005710     IF TRIAL-RUN
005711         GO TO 8950-TRIAL
005712     END-IF.
005713     IF PRT-NEW-PAGE
005714         WRITE LABOR-RPT-REC FROM PRT-LINE
005715             AFTER ADVANCING PAGE
005716     ELSE
005717         WRITE LABOR-RPT-REC FROM PRT-LINE
005718             AFTER ADVANCING PRT-ADVANCE LINES
005719     END-IF.
005720     GO TO 8950-EXIT.
005721 8950-TRIAL.
005722     IF PRT-NEW-PAGE
005723         WRITE TRIAL-LABRPT-REC FROM PRT-LINE
005724             AFTER ADVANCING PAGE
005725     ELSE
005726         WRITE TRIAL-LABRPT-REC FROM PRT-LINE
005727             AFTER ADVANCING PRT-ADVANCE LINES
005728     END-IF.
005729 8950-EXIT.
005730     EXIT.
005731*
005732*****************************************************
005733* 8500-WRITE-GL-POSTING - GERA O ARQUIVO DE LANCAMENTO
005734* CONTABIL GLPOST.DAT DO RUN: UM DEBITO DE DESPESA DE
005735* SALARIOS POR CODIGO DE CUSTEIO, NA CONTA DO PROPRIO
005736* CODIGO (TOTAIS DA DISTRIBUICAO DE MAO-DE-OBRA, 8730),
005737* CREDITO DE IMPOSTO RETIDO, CREDITO DE DESCONTOS/
005738* BENEFICIOS A RECOLHER E CREDITO DA CONTA PONTE PELO
005739* LIQUIDO DO RUN (QUE FECHA COM O HASH DO TRAILER
005740* BANCARIO MAIS O TOTAL DO REGISTRO DE CHEQUES, POIS
005741* O BT-HASH-NET E SO DOS DEPOSITOS). A COBERTURA DO
005742* DE-PARA JA FOI
005743* GARANTIDA PELA 1325 ANTES DE QUALQUER PAGAMENTO,
005744* ENTAO ESTA FASE E SO UMA PROVA: QUALQUER ANOMALIA
005745* AQUI (DEPARTAMENTO SEM CONTA, LANCAMENTO QUE NAO
005746* FECHA) SAI COMO AVISO NO CONSOLE COM RETURN-CODE 8,
005747* SEM ABORTAR UM RUN QUE JA MOVIMENTOU DINHEIRO. SEM
005748* GLMAP O LANCAMENTO E PULADO COM AVISO NO CONSOLE.
005749*****************************************************
005750 8500-WRITE-GL-POSTING.
005751     IF TRIAL-RUN
005752         GO TO 8500-EXIT
005753     END-IF.
005754     IF NOT GL-MAP-LOADED
005755         DISPLAY 'EASYCALC - NO GLMAP - GL POSTING SKIPPED'
005756         GO TO 8500-EXIT
005757     END-IF.
005758     OPEN OUTPUT GL-POST-FILE.
005759     MOVE ZERO TO GL-DEBIT-TOTAL.
005760     MOVE ZERO TO GL-CREDIT-TOTAL.
005761     PERFORM 8510-POST-ONE-CHARGE
005762         THRU 8510-EXIT
005763         VARYING LDT-SUB FROM 1 BY 1
005764         UNTIL LDT-SUB > LDT-COUNT.
005765     MOVE GL-TAX-ACCOUNT TO GP-ACCOUNT.
005766     MOVE GL-TAX-DESC TO GP-DESC.
005767     MOVE PAY-TOTAL-TAX TO GP-AMOUNT.
005768     PERFORM 8540-WRITE-GL-CREDIT
005769         THRU 8540-EXIT.
005770     MOVE GL-BEN-ACCOUNT TO GP-ACCOUNT.
005771     MOVE GL-BEN-DESC TO GP-DESC.
005772     MOVE PAY-TOTAL-DEDS TO GP-AMOUNT.
005773     PERFORM 8540-WRITE-GL-CREDIT
005774         THRU 8540-EXIT.
005775     MOVE GL-CLR-ACCOUNT TO GP-ACCOUNT.
005776     MOVE GL-CLR-DESC TO GP-DESC.
005777     MOVE PAY-TOTAL-NET TO GP-AMOUNT.
005778     PERFORM 8540-WRITE-GL-CREDIT
005779         THRU 8540-EXIT.
005780     CLOSE GL-POST-FILE.
005781     IF GL-DEBIT-TOTAL NOT = GL-CREDIT-TOTAL
005782         DISPLAY 'EASYCALC GL WARNING - POSTING OUT OF'
005783             ' BALANCE - REVIEW GLPOST BEFORE POSTING'
005784         MOVE 8 TO RETURN-CODE
005785     END-IF.
005786 8500-EXIT.
005787     EXIT.
005788*
005789*****************************************************
005790* 8510-POST-ONE-CHARGE - GRAVA O DEBITO DE DESPESA DE
005791* SALARIOS DE UM CODIGO DE CUSTEIO (DEPARTAMENTO 'D'
005792* OU CODIGO 'P'), PROCURANDO A CONTA NO DE-PARA;
005793* CODIGO SEM CONTA (NAO DEVE OCORRER - A 1325/1326
005794* CONFERIU ANTES DE PAGAR) SAI COMO AVISO COM
005795* RETURN-CODE 8 E O DEBITO E PULADO, O QUE A PROVA DE
005796* FECHAMENTO DA 8500 TAMBEM VAI APONTAR.
005797*****************************************************
005798 8510-POST-ONE-CHARGE.
005799     MOVE LDT-TYPE (LDT-SUB) TO GL-CHK-TYPE.
005800     MOVE LDT-CODE (LDT-SUB) TO GL-CHK-DEPT.
005801     PERFORM 8520-SEARCH-GL-MAP
005802         THRU 8520-EXIT.
005803     IF GLM-HIT-SUB = ZERO
005804         MOVE LDT-CODE (LDT-SUB) TO GLA-DEPT
005805         MOVE LDT-CODE (LDT-SUB) TO GLC-CODE
005806         IF LDT-TYPE (LDT-SUB) = 'D'
005807             DISPLAY 'EASYCALC GL WARNING - ' GL-ABORT-TEXT
005808         ELSE
005809             DISPLAY 'EASYCALC GL WARNING - '
005810                 GL-CHARGE-ABORT-TEXT
005811         END-IF
005812         MOVE 8 TO RETURN-CODE
005813         GO TO 8510-EXIT
005814     END-IF.
005815     MOVE WS-RUN-DATE-NUM TO GP-RUN-DATE.
005816     MOVE GLM-ACCOUNT (GLM-HIT-SUB) TO GP-ACCOUNT.
005817     MOVE 'D' TO GP-DR-CR.
005818     MOVE LDT-AMOUNT (LDT-SUB) TO GP-AMOUNT.
005819     MOVE GLM-DESC (GLM-HIT-SUB) TO GP-DESC.
005820     WRITE GL-POST-RECORD.
005821     ADD LDT-AMOUNT (LDT-SUB) TO GL-DEBIT-TOTAL.
005822 8510-EXIT.
005823     EXIT.
005824*
005825*****************************************************
005826* 8520-SEARCH-GL-MAP - PROCURA A ENTRADA DO TIPO EM
005827* GL-CHK-TYPE ('D' DEPARTAMENTO, 'P' CODIGO DE
005828* CUSTEIO) COM O CODIGO EM GL-CHK-DEPT NA TABELA DO
005829* DE-PARA; DEIXA O INDICE EM GLM-HIT-SUB, OU ZERO SE
005830* NAO MAPEADO. USADA PELA 1325/1326 (ANTES DO
005831* PAGAMENTO), PELA 8730 E PELA 8510 (GERACAO).
005832*****************************************************
005833 8520-SEARCH-GL-MAP.
005834     MOVE ZERO TO GLM-HIT-SUB.
005835     IF GLM-COUNT = ZERO
005836         GO TO 8520-EXIT
005837     END-IF.
005838     PERFORM 8530-MATCH-GL-ENTRY
005839         THRU 8530-EXIT
005840         VARYING GLM-SUB FROM 1 BY 1
005841         UNTIL GLM-SUB > GLM-COUNT.
005842 8520-EXIT.
005843     EXIT.
005844*
005845*****************************************************
005846* 8530-MATCH-GL-ENTRY - COMPARA UMA ENTRADA DO DE-PARA
005847* COM O TIPO E O CODIGO PROCURADOS.
005848*****************************************************
005849 8530-MATCH-GL-ENTRY.
005850     IF GLM-TYPE (GLM-SUB) = GL-CHK-TYPE
005851         AND GLM-DEPT (GLM-SUB) = GL-CHK-DEPT
005852         MOVE GLM-SUB TO GLM-HIT-SUB
005853     END-IF.
005854 8530-EXIT.
005855     EXIT.
005856*
005857*****************************************************
005858* 8540-WRITE-GL-CREDIT - GRAVA UM CREDITO DO LANCAMENTO
005859* (CONTA, DESCRICAO E VALOR JA PREPARADOS PELA 8500) E
005860* ACUMULA O TOTAL DE CREDITOS DA PROVA DE FECHAMENTO.
005861*****************************************************
005862 8540-WRITE-GL-CREDIT.
005863     MOVE WS-RUN-DATE-NUM TO GP-RUN-DATE.
005864     MOVE 'C' TO GP-DR-CR.
005865     WRITE GL-POST-RECORD.
005866     ADD GP-AMOUNT TO GL-CREDIT-TOTAL.
005867 8540-EXIT.
005868     EXIT.
005869*
005870*****************************************************
005871* 8400-MARK-BATCH-PAID - O RUN PAGOU OS LOTES COM
005872* SUCESSO: GRAVA CADA PAR PERIODO/LOTE DA TABELA EM
005873* PAIDBAT.DAT PARA A 1330 RECUSAR QUALQUER TENTATIVA
005874* DE PAGAR O MESMO EXTRATO DE PONTO UMA SEGUNDA VEZ.
005875*****************************************************
005876 8400-MARK-BATCH-PAID.
005877     IF TRIAL-RUN
005878         GO TO 8400-EXIT
005879     END-IF.
005880     OPEN EXTEND PAID-BATCH-FILE.
005881     IF WS-PAIDBAT-STATUS NOT = '00'
005882         OPEN OUTPUT PAID-BATCH-FILE
005883     END-IF.
005884     PERFORM 8410-WRITE-ONE-PAID-BATCH
005885         THRU 8410-EXIT
005886         VARYING BATCH-SUB FROM 1 BY 1
005887         UNTIL BATCH-SUB > BATCH-COUNT.
005888     CLOSE PAID-BATCH-FILE.
005889 8400-EXIT.
005890     EXIT.
005891*
005892*****************************************************
005893* 8410-WRITE-ONE-PAID-BATCH - GRAVA UM PERIODO/LOTE
005894* PAGO DA TABELA EM PAIDBAT.DAT.
005895*****************************************************
005896 8410-WRITE-ONE-PAID-BATCH.
005897     MOVE BA-PERIOD-END (BATCH-SUB) TO PB-PERIOD-END.
005898     MOVE BA-BATCH-NO (BATCH-SUB) TO PB-BATCH-NO.
005899     WRITE PAID-BATCH-RECORD.
005900 8410-EXIT.
005901     EXIT.
005902*
005903*****************************************************
005904* 8200-CLEAR-CHECKPOINT - O RUN TERMINOU NORMALMENTE,
005905* ENTAO O CHECKPOINT DEIXA DE SER NECESSARIO; O ARQUIVO
005906* E ESVAZIADO PARA QUE A PROXIMA EXECUCAO COMECE DO
005907* ZERO EM VEZ DE RETOMAR UM RUN JA CONCLUIDO.
005908*****************************************************
005909 8200-CLEAR-CHECKPOINT.
005910     IF TRIAL-RUN
005911         GO TO 8200-EXIT
005912     END-IF.
005913     OPEN OUTPUT RESTART-FILE.
005914     CLOSE RESTART-FILE.
005915 8200-EXIT.
005916     EXIT.
005917*
005918*****************************************************
005919* 9000-ABORT-RUN - ENCERRA O PROGRAMA COM ERRO GRAVE:
005920* MOSTRA A MENSAGEM NO CONSOLE DO OPERADOR, DEVOLVE
005921* RETURN-CODE 16 E PARA O RUN SEM LIMPAR O CHECKPOINT,
005922* DE FORMA QUE NADA SEJA PAGO ATE A CAUSA SER CORRIGIDA.
005923*****************************************************
005924 9000-ABORT-RUN.
005925     DISPLAY 'EASYCALC *** RUN ABORTED *** ' WS-ABORT-MESSAGE.
005926     MOVE 16 TO RETURN-CODE.
005927     MOVE 'F' TO RCL-EVENT.
005928     MOVE 16 TO RCL-RETURN-CODE.
005929     MOVE WS-ABORT-MESSAGE TO RCL-MESSAGE.
005930     PERFORM 9100-WRITE-RUN-CONTROL
005931         THRU 9100-EXIT.
005932     STOP RUN.
005933 9000-EXIT.
005934     EXIT.
005935*
005936*****************************************************
005937* 9100-WRITE-RUN-CONTROL - ACRESCENTA AO RUNCTL UM
005938* REGISTRO DESTE PROGRAMA (INICIO, FIM OU LIBERACAO)
005939* COM OS DADOS PREPARADOS EM RCL-WORK-AREAS. SEM O
005940* RUNCTL SO AVISA: O REGISTRO NAO PARA A FOLHA.
005941*****************************************************
005942 9100-WRITE-RUN-CONTROL.
005943     OPEN EXTEND RUN-CONTROL-FILE.
005944     IF WS-RUNCTL-STATUS NOT = '00'
005945         OPEN OUTPUT RUN-CONTROL-FILE
005946     END-IF.
005947     IF WS-RUNCTL-STATUS NOT = '00'
005948         DISPLAY 'EASYCALC - RUN CONTROL FILE RUNCTL'
005949             ' NOT AVAILABLE'
005950         GO TO 9100-EXIT
005951     END-IF.
005952     MOVE SPACES TO RUN-CONTROL-RECORD.
005953     MOVE RCL-STEP-NAME TO RC-STEP-NAME.
005954     MOVE RCL-EVENT TO RC-EVENT.
005955     MOVE RCL-RUN-MODE TO RC-RUN-MODE.
005956     ACCEPT RC-EVENT-DATE FROM DATE.
005957     ACCEPT RC-EVENT-TIME FROM TIME.
005958     MOVE RCL-RETURN-CODE TO RC-RETURN-CODE.
005959     MOVE RCL-RUN-ID TO RC-RUN-ID.
005960     MOVE RCL-FILE-NAME TO RC-FILE-NAME.
005961     MOVE RCL-REC-COUNT TO RC-REC-COUNT.
005962     MOVE RCL-HASH-TOTAL TO RC-HASH-TOTAL.
005963     MOVE RCL-OPERATOR-ID TO RC-OPERATOR-ID.
005964     MOVE RCL-MESSAGE TO RC-MESSAGE.
005965     WRITE RUN-CONTROL-RECORD.
005966     CLOSE RUN-CONTROL-FILE.
005967 9100-EXIT.
005968     EXIT.
005969*
005970*****************************************************
005971* 9200-READ-RUN-CONTROL - PERCORRE O RUNCTL E GUARDA O
005972* ULTIMO INICIO OU FIM DO PASSO RCL-PRIOR-STEP, COM A
005973* POSICAO DELE NO ARQUIVO. SEM O RUNCTL, O PASSO
005974* ANTERIOR CONSTA COMO NUNCA RODADO.
005975*****************************************************
005976 9200-READ-RUN-CONTROL.
005977     MOVE SPACE TO RCL-PRIOR-EVENT.
005978     MOVE ZERO TO RCL-READ-COUNT.
005979     MOVE 'N' TO RCL-EOF-SWITCH.
005980     OPEN INPUT RUN-CONTROL-FILE.
005981     IF WS-RUNCTL-STATUS NOT = '00'
005982         GO TO 9200-EXIT
005983     END-IF.
005984     PERFORM 9210-READ-RUNCTL-REC
005985         THRU 9210-EXIT.
005986     PERFORM 9220-NOTE-RUNCTL-REC
005987         THRU 9220-EXIT
005988         UNTIL RUNCTL-FILE-EOF.
005989     CLOSE RUN-CONTROL-FILE.
005990 9200-EXIT.
005991     EXIT.
005992*
005993*****************************************************
005994* 9210-READ-RUNCTL-REC - LE O PROXIMO REGISTRO DO
005995* RUNCTL.
005996*****************************************************
005997 9210-READ-RUNCTL-REC.
005998     READ RUN-CONTROL-FILE
005999         AT END
006000             MOVE 'Y' TO RCL-EOF-SWITCH
006001     END-READ.
006002 9210-EXIT.
006003     EXIT.
006004*
006005*****************************************************
006006* 9220-NOTE-RUNCTL-REC - GUARDA O REGISTRO SE E INICIO
006007* OU FIM DO PASSO PROCURADO; LIBERACOES E RUNS DE
006008* TESTE NAO CONTAM.
006009*****************************************************
006010 9220-NOTE-RUNCTL-REC.
006011     ADD 1 TO RCL-READ-COUNT.
006012     IF RC-STEP-NAME = RCL-PRIOR-STEP
006013         AND NOT RUN-STEP-OVERRIDE
006014         AND NOT RUN-MODE-TRIAL
006015         MOVE RC-EVENT TO RCL-PRIOR-EVENT
006016         MOVE RC-RETURN-CODE TO RCL-PRIOR-RC
006017         MOVE RC-RUN-ID TO RCL-PRIOR-RUN-ID
006018         MOVE RC-REC-COUNT TO RCL-PRIOR-COUNT
006019         MOVE RC-HASH-TOTAL TO RCL-PRIOR-HASH
006020         MOVE RCL-READ-COUNT TO RCL-PRIOR-SEQ
006021     END-IF.
006022     PERFORM 9210-READ-RUNCTL-REC
006023         THRU 9210-EXIT.
006024 9220-EXIT.
006025     EXIT.
006026*
006027*****************************************************
006028* 9300-REQUEST-OVERRIDE - O PASSO ANTERIOR NAO ESTA EM
006029* ORDEM (MOTIVO EM RCL-REFUSAL): SO UM SUPERVISOR, COM
006030* CODIGO E SENHA DO CADASTRO DE OPERADORES, PODE
006031* MANDAR SEGUIR, E A LIBERACAO FICA GRAVADA NO RUNCTL
006032* COM A IDENTIFICACAO DELE E O MOTIVO, E NO SECLOG.
006033* SEM LIBERACAO O PROGRAMA ABORTA SEM TOCAR EM NADA.
006034*****************************************************
006035 9300-REQUEST-OVERRIDE.
006036     DISPLAY 'EASYCALC RUN CONTROL - ' RCL-REFUSAL.
006037     DISPLAY 'EASYCALC - SUPERVISOR SIGN-ON TO OVERRIDE'.
006038     DISPLAY '(BLANK ID = STOP THE RUN)'.
006039     MOVE ZERO TO SGN-ATTEMPTS.
006040     MOVE 'N' TO SGN-RESULT-SWITCH.
006041     MOVE SGN-ROLE-SUPERVISOR TO SGN-REQUIRED-ROLE.
006042     PERFORM 9400-SIGN-ON
006043         THRU 9400-EXIT
006044         UNTIL SIGN-ON-ACCEPTED
006045         OR SGN-ATTEMPTS = 3.
006046     IF NOT SIGN-ON-ACCEPTED
006047         MOVE RCL-REFUSAL TO WS-ABORT-MESSAGE
006048         PERFORM 9000-ABORT-RUN
006049             THRU 9000-EXIT
006050     END-IF.
006051     MOVE SGN-OPER-ID TO RCL-OPERATOR-ID.
006052     MOVE 'O' TO RCL-EVENT.
006053     MOVE ZERO TO RCL-RETURN-CODE.
006054     MOVE RCL-REFUSAL TO RCL-MESSAGE.
006055     PERFORM 9100-WRITE-RUN-CONTROL
006056         THRU 9100-EXIT.
006057     MOVE SPACES TO RCL-MESSAGE.
006058     MOVE RCL-REFUSAL TO SGN-LOG-DETAIL.
006059     PERFORM 9470-LOG-PRIVILEGED-ACTION
006060         THRU 9470-EXIT.
006061     DISPLAY 'EASYCALC - OVERRIDE LOGGED FOR ' RCL-OPERATOR-ID.
006062 9300-EXIT.
006063     EXIT.
006064*
006065*****************************************************
006066* 9400-SIGN-ON - UMA TENTATIVA DE ENTRADA: LE O CODIGO
006067* E A SENHA DO OPERADOR E CONFERE NO CADASTRO COM O
006068* PAPEL MINIMO SGN-REQUIRED-ROLE. CODIGO EM BRANCO
006069* DESISTE (ESGOTA AS TENTATIVAS).
006070*****************************************************
006071 9400-SIGN-ON.
006072     ADD 1 TO SGN-ATTEMPTS.
006073     DISPLAY 'EASYCALC - OPERATOR ID (BLANK = CANCEL):'.
006074     ACCEPT SGN-IN-ID.
006075     IF SGN-IN-ID = SPACES
006076         MOVE 3 TO SGN-ATTEMPTS
006077         GO TO 9400-EXIT
006078     END-IF.
006079     DISPLAY 'EASYCALC - PASSWORD:'.
006080     ACCEPT SGN-IN-PASSWORD.
006081     PERFORM 9410-CHECK-OPERATOR
006082         THRU 9410-EXIT.
006083     MOVE SPACES TO SGN-IN-PASSWORD.
006084     IF SIGN-ON-ACCEPTED
006085         MOVE SGN-IN-ID TO SGN-OPER-ID
006086         MOVE SGN-CHECK-ROLE TO SGN-OPER-ROLE
006087     END-IF.
006088 9400-EXIT.
006089     EXIT.
006090*
006091*****************************************************
006092* 9410-CHECK-OPERATOR - CONFERE SGN-IN-ID E A SENHA NO
006093* CADASTRO DE OPERADORES: OPERADOR ATIVO, NAO
006094* BLOQUEADO, SENHA CERTA E PAPEL NAO MENOR QUE O
006095* EXIGIDO. SENHA ERRADA SOMA UMA FALHA E A TERCEIRA
006096* SEGUIDA BLOQUEIA O OPERADOR; SENHA CERTA ZERA A
006097* CONTAGEM. TODA RECUSA VAI PARA O SECLOG.
006098*****************************************************
006099 9410-CHECK-OPERATOR.
006100     MOVE 'N' TO SGN-RESULT-SWITCH.
006101     MOVE SGN-IN-ID TO SGN-LOG-OPER-ID.
006102     MOVE 'F' TO SGN-LOG-EVENT.
006103     OPEN I-O OPERATOR-FILE.
006104     IF WS-OPERFILE-STATUS NOT = '00'
006105         DISPLAY 'EASYCALC - OPERATOR FILE OPERFILE NOT AVAILABLE'
006106         GO TO 9410-EXIT
006107     END-IF.
006108     MOVE SGN-IN-ID TO OP-OPER-ID.
006109     READ OPERATOR-FILE
006110         INVALID KEY
006111             MOVE 'UNKNOWN OPERATOR ID' TO SGN-LOG-DETAIL
006112             GO TO 9410-REFUSED
006113     END-READ.
006114     IF NOT OPERATOR-ACTIVE
006115         MOVE 'OPERATOR NOT ACTIVE' TO SGN-LOG-DETAIL
006116         GO TO 9410-REFUSED
006117     END-IF.
006118     IF OPERATOR-LOCKED
006119         MOVE 'OPERATOR LOCKED OUT' TO SGN-LOG-DETAIL
006120         GO TO 9410-REFUSED
006121     END-IF.
006122     PERFORM 9420-HASH-PASSWORD
006123         THRU 9420-EXIT.
006124     IF SGN-HASH NOT = OP-PASSWORD-HASH
006125         ADD 1 TO OP-FAIL-COUNT
006126         MOVE 'WRONG PASSWORD' TO SGN-LOG-DETAIL
006127         IF OP-FAIL-COUNT NOT < 3
006128             MOVE 'Y' TO OP-LOCKED-FLAG
006129             MOVE 'L' TO SGN-LOG-EVENT
006130             MOVE 'LOCKED AFTER 3 FAILED SIGN-ONS' TO
006131                 SGN-LOG-DETAIL
006132         END-IF
006133         REWRITE OPERATOR-RECORD
006134         GO TO 9410-REFUSED
006135     END-IF.
006136     MOVE ZERO TO OP-FAIL-COUNT.
006137     ACCEPT OP-LAST-SIGNON FROM DATE.
006138     REWRITE OPERATOR-RECORD.
006139     IF OP-ROLE < SGN-REQUIRED-ROLE
006140         MOVE 'D' TO SGN-LOG-EVENT
006141         MOVE 'ROLE TOO LOW FOR THIS FUNCTION' TO
006142             SGN-LOG-DETAIL
006143         GO TO 9410-REFUSED
006144     END-IF.
006145     MOVE OP-ROLE TO SGN-CHECK-ROLE.
006146     MOVE 'Y' TO SGN-RESULT-SWITCH.
006147     CLOSE OPERATOR-FILE.
006148     GO TO 9410-EXIT.
006149 9410-REFUSED.
006150     CLOSE OPERATOR-FILE.
006151     IF SGN-LOG-EVENT = 'F'
006152         DISPLAY 'EASYCALC - INVALID OPERATOR ID OR PASSWORD'
006153     ELSE
006154         DISPLAY 'EASYCALC - ' SGN-LOG-DETAIL
006155     END-IF.
006156     PERFORM 9450-WRITE-SECURITY-LOG
006157         THRU 9450-EXIT.
006158 9410-EXIT.
006159     EXIT.
006160*
006161*****************************************************
006162* 9420-HASH-PASSWORD - CALCULA O CODIGO GUARDADO NO
006163* CADASTRO EM LUGAR DA SENHA: CADA CARACTER DE
006164* OPERADOR + SENHA VIRA SUA POSICAO NA TABELA
006165* SGN-CHAR (65 FORA DELA) E ENTRA NO CODIGO POR
006166* CODIGO X 67 + POSICAO, MODULO 999999937. TEM DE SER
006167* O MESMO EM TODOS OS PROGRAMAS.
006168*****************************************************
006169 9420-HASH-PASSWORD.
006170     MOVE ZERO TO SGN-HASH.
006171     PERFORM 9430-HASH-ONE-CHAR
006172         THRU 9430-EXIT
006173         VARYING SGN-KEY-SUB FROM 1 BY 1
006174         UNTIL SGN-KEY-SUB > 16.
006175 9420-EXIT.
006176     EXIT.
006177*
006178*****************************************************
006179* 9430-HASH-ONE-CHAR - SOMA UM CARACTER AO CODIGO.
006180*****************************************************
006181 9430-HASH-ONE-CHAR.
006182     MOVE ZERO TO SGN-CHAR-POS.
006183     PERFORM 9440-MATCH-CHAR
006184         THRU 9440-EXIT
006185         VARYING SGN-CHAR-SUB FROM 1 BY 1
006186         UNTIL SGN-CHAR-SUB > 64
006187         OR SGN-CHAR-POS NOT = ZERO.
006188     IF SGN-CHAR-POS = ZERO
006189         MOVE 65 TO SGN-CHAR-POS
006190     END-IF.
006191     MULTIPLY SGN-HASH BY 67 GIVING SGN-HASH-WORK.
006192     ADD SGN-CHAR-POS TO SGN-HASH-WORK.
006193     DIVIDE SGN-HASH-WORK BY 999999937
006194         GIVING SGN-HASH-QUOTIENT
006195         REMAINDER SGN-HASH.
006196 9430-EXIT.
006197     EXIT.
006198*
006199*****************************************************
006200* 9440-MATCH-CHAR - COMPARA UMA ENTRADA DA TABELA DE
006201* CARACTERES COM O CARACTER DA VEZ.
006202*****************************************************
006203 9440-MATCH-CHAR.
006204     IF SGN-CHAR (SGN-CHAR-SUB) = SGN-KEY-CHAR (SGN-KEY-SUB)
006205         MOVE SGN-CHAR-SUB TO SGN-CHAR-POS
006206     END-IF.
006207 9440-EXIT.
006208     EXIT.
006209*
006210*****************************************************
006211* 9450-WRITE-SECURITY-LOG - ACRESCENTA AO SECLOG UM
006212* REGISTRO COM OS DADOS PREPARADOS EM SGN-WORK-AREAS.
006213* SEM O SECLOG SO AVISA.
006214*****************************************************
006215 9450-WRITE-SECURITY-LOG.
006216     OPEN EXTEND SECURITY-LOG-FILE.
006217     IF WS-SECLOG-STATUS NOT = '00'
006218         OPEN OUTPUT SECURITY-LOG-FILE
006219     END-IF.
006220     IF WS-SECLOG-STATUS NOT = '00'
006221         DISPLAY 'EASYCALC - SECURITY LOG SECLOG NOT AVAILABLE'
006222         GO TO 9450-EXIT
006223     END-IF.
006224     MOVE SPACES TO SECURITY-LOG-RECORD.
006225     MOVE SGN-LOG-OPER-ID TO SC-OPER-ID.
006226     ACCEPT SC-EVENT-DATE FROM DATE.
006227     ACCEPT SC-EVENT-TIME FROM TIME.
006228     MOVE SGN-PROGRAM TO SC-PROGRAM.
006229     MOVE SGN-LOG-EVENT TO SC-EVENT.
006230     MOVE SGN-APPROVER-ID TO SC-APPROVER-ID.
006231     MOVE SGN-LOG-DETAIL TO SC-DETAIL.
006232     WRITE SECURITY-LOG-RECORD.
006233     CLOSE SECURITY-LOG-FILE.
006234 9450-EXIT.
006235     EXIT.
006236*
006237*****************************************************
006238* 9470-LOG-PRIVILEGED-ACTION - GRAVA NO SECLOG A ACAO
006239* DESCRITA EM SGN-LOG-DETAIL, FEITA PELO OPERADOR QUE
006240* ENTROU (E PELO APROVADOR, SE HOUVE).
006241*****************************************************
006242 9470-LOG-PRIVILEGED-ACTION.
006243     MOVE 'P' TO SGN-LOG-EVENT.
006244     MOVE SGN-OPER-ID TO SGN-LOG-OPER-ID.
006245     PERFORM 9450-WRITE-SECURITY-LOG
006246         THRU 9450-EXIT.
006247     MOVE SPACES TO SGN-APPROVER-ID.
006248 9470-EXIT.
006249     EXIT.
