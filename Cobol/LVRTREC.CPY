000010*****************************************************
000011* LVRTREC - REGISTRO DA TABELA DE ACUMULACAO DE
000012* LICENCA LEAVRATE.DAT, MANTIDA A MAO COMO O PAYPARM E
000013* COM VIGENCIA POR DATA (VALE A VERSAO DE DATA MAIS
000014* RECENTE NAO POSTERIOR A DATA DE REFERENCIA): UM
000015* REGISTRO POR FAIXA DE TEMPO DE CASA, A PARTIR DOS
000016* ANOS COMPLETOS DESDE A ADMISSAO (EM-HIRE-DATE), COM
000017* AS HORAS DE FERIAS E DE LICENCA MEDICA ACUMULADAS
000018* POR PERIODO DE PAGAMENTO E O LIMITE DE SALDO DE CADA
000019* UMA QUE PASSA DE UM ANO PARA O OUTRO NO YEAREND (O
000020* EXCEDENTE E PERDIDO).
000021*****************************************************
000022 01  LEAVE-RATE-RECORD.
000023     02  LR-EFFECTIVE-DATE  PIC 9(06).
000024     02  LR-MIN-YEARS       PIC 9(02).
000025     02  LR-VAC-ACCRUAL     PIC 9(2)V99.
000026     02  LR-SICK-ACCRUAL    PIC 9(2)V99.
000027     02  LR-VAC-CARRY-CAP   PIC 9(4)V99.
000028     02  LR-SICK-CARRY-CAP  PIC 9(4)V99.
000029     02  FILLER             PIC X(02).
