000010*****************************************************
000011* CHKMREC - REGISTRO DO CADASTRO DE CHEQUES EMITIDOS
000012* (CHKMAST.DAT), INDEXADO PELO NUMERO DO CHEQUE: UM
000013* REGISTRO POR CHEQUE FISICO EMITIDO PELO EASYCALC OU
000014* PELO OFFCYCLE, COM FUNCIONARIO, VALOR, DATA DE
000015* EMISSAO E O RUN-ID QUE O PAGOU, MAIS A SITUACAO QUE
000016* O CHKRECON ATUALIZA NA CONCILIACAO COM O ARQUIVO DE
000017* CHEQUES PAGOS DO BANCO (CHKPAID.DAT). O CHEQUE
000018* VENCIDO ANULADO E REEMITIDO GUARDA O NUMERO DO NOVO,
000019* E O NOVO GUARDA O NUMERO DO ORIGINAL.
000020* SITUACAO: 'O' = EM ABERTO, 'C' = COMPENSADO, 'M' =
000021* COMPENSADO COM VALOR DIFERENTE, 'V' = ANULADO (E
000022* REEMITIDO QUANDO CM-REISSUE-NO ESTA PREENCHIDO).
000023*****************************************************
000024 01  CHECK-MAST-RECORD.
000025     02  CM-CHECK-NO        PIC 9(08).
000026     02  CM-EMP-ID          PIC X(05).
000027     02  CM-EMP-NAME        PIC X(20).
000028     02  CM-AMOUNT          PIC S9(7)V99.
000029     02  CM-ISSUE-DATE      PIC 9(06).
000030     02  CM-RUN-ID.
000031         03  CM-PERIOD-END  PIC 9(06).
000032         03  CM-BATCH-NO    PIC 9(04).
000033     02  CM-STATUS          PIC X(01).
000034         88  CHECK-OUTSTANDING         VALUE 'O'.
000035         88  CHECK-CLEARED             VALUE 'C'.
000036         88  CHECK-CLEARED-MISMATCH    VALUE 'M'.
000037         88  CHECK-VOIDED              VALUE 'V'.
000038     02  CM-CLEAR-DATE      PIC 9(06).
000039     02  CM-PAID-AMOUNT     PIC S9(7)V99.
000040     02  CM-REISSUE-NO      PIC 9(08).
000041     02  CM-ORIG-CHECK-NO   PIC 9(08).
000042     02  FILLER             PIC X(10).
