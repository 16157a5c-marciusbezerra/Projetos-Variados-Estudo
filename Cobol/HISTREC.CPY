000012* PERIODO (PAYHIST.DAT), INDEXADO POR FUNCIONARIO +
000013* FIM DE PERIODO + LOTE: UM REGISTRO POR FUNCIONARIO
000014* POR RUN COM HORAS, GROSS, IMPOSTO, LIQUIDO, O NUMERO
000015* DO PERIODO DO CALENDARIO E A MARCA DE AJUSTE ('O' NO
000016* RUN FORA DE CICLO DO OFFCYCLE, LOTE 9000-9999), PARA
000017* ATENDER CONTESTACOES SEM RECORRER AOS REGISTROS
000018* IMPRESSOS; O YEAREND ROLA O ANO FECHADO PARA O
000019* ARQUIVO MORTO PHARCH.DAT, COMO FAZ COM O YTDARCH.
000020*****************************************************
000021 01  HIST-RECORD.
000022     02  PH-KEY.
000023         03  PH-EMP-ID      PIC X(05).
000024         03  PH-PERIOD-END  PIC 9(06).
000025         03  PH-BATCH-NO    PIC 9(04).
000026     02  PH-PERIOD-NO       PIC 9(02).
000027     02  PH-HOURS           PIC S9(5)V99.
000028     02  PH-GROSS           PIC S9(7)V99.
000029     02  PH-TAX             PIC S9(7)V99.
000030     02  PH-NET             PIC S9(7)V99.
000031     02  PH-ADJ-FLAG        PIC X(01).
