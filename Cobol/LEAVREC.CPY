000010*****************************************************
000011* LEAVREC - REGISTRO DO ARQUIVO INDEXADO DE SALDOS DE
000012* LICENCA LEAVBAL.DAT (CHAVE LV-EMP-ID, COMO O
000013* YTDFILE): SALDO EM HORAS DE FERIAS E DE LICENCA
000014* MEDICA DE CADA FUNCIONARIO, O FIM DE PERIODO DA
000015* ULTIMA ACUMULACAO (O EASYCALC ACUMULA UMA VEZ POR
000016* PERIODO, NA TABELA DE FAIXAS POR TEMPO DE CASA DO
000017* LEAVRATE.DAT) E AS HORAS TIRADAS NO ANO, PAGAS PELO
000018* REGISTRO 'L' DO HOURSIN; O YEAREND APLICA O LIMITE
000019* DE TRANSPORTE DE SALDO E ZERA AS HORAS DO ANO.
000020*****************************************************
000021 01  LEAVE-RECORD.
000022     02  LV-EMP-ID          PIC X(05).
000023     02  LV-VAC-BALANCE     PIC S9(5)V99.
000024     02  LV-SICK-BALANCE    PIC S9(5)V99.
000025     02  LV-LAST-ACCRUAL    PIC 9(06).
000026     02  LV-VAC-TAKEN-YTD   PIC S9(5)V99.
000027     02  LV-SICK-TAKEN-YTD  PIC S9(5)V99.
000028     02  FILLER             PIC X(01).
