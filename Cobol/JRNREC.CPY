000013* FECHAMENTO ANUAL (YEAREND) OU POR CORRECAO DO YTDINQ -
000014* GERA UM REGISTRO COM AS IMAGENS ANTES E DEPOIS,
000015* MARCADO COM O RUN-ID: FIM DE PERIODO + LOTE DO HEADER
000016* DO HOURSIN NO EASYCALC, DATA DO DIA + LOTE 9001-9999
000017* NO RUN FORA DE CICLO DO OFFCYCLE, OU DATA DO DIA +
000018* LOTE 0000 NAS ACOES FORA DE RUN DE FOLHA. ISSO
000019* PERMITE O ESTORNO DE UM RUN INTEIRO PELO PAYBKOUT,
000020* QUE TAMBEM USA O DIARIO PARA DETECTAR ATIVIDADE
000021* POSTERIOR AO RUN ESTORNADO.
000022* ACAO: 'W' = REGISTRO CRIADO, 'R' = REGRAVADO,
000023* 'V' = ESTORNADO PELO PAYBKOUT, 'Y' = VIRADA DE ANO
000024* DO YEAREND, 'C' = CORRECAO DO YTDINQ.
000025*****************************************************
000026 01  JOURNAL-RECORD.
000027     02  JR-RUN-ID.
000028         03  JR-PERIOD-END  PIC 9(06).
000029         03  JR-BATCH-NO    PIC 9(04).
000030     02  JR-EMP-ID          PIC X(05).
000031     02  JR-ACTION          PIC X(01).
000032         88  JOURNAL-WRITE-ACTION      VALUE 'W'.
000033         88  JOURNAL-REWRITE-ACTION    VALUE 'R'.
000034         88  JOURNAL-VOID-ACTION       VALUE 'V'.
000035         88  JOURNAL-YEAREND-ACTION    VALUE 'Y'.
000036         88  JOURNAL-CORRECT-ACTION    VALUE 'C'.
000037     02  JR-RUN-DATE        PIC 9(06).
000038     02  JR-BEFORE-IMAGE.
000039         03  JR-BEF-GROSS   PIC S9(7)V99.
000040         03  JR-BEF-HOURS   PIC S9(5)V99.
000041         03  JR-BEF-LAST    PIC S9(5)V99.
000042     02  JR-AFTER-IMAGE.
000043         03  JR-AFT-GROSS   PIC S9(7)V99.
000044         03  JR-AFT-HOURS   PIC S9(5)V99.
000045         03  JR-AFT-LAST    PIC S9(5)V99.
