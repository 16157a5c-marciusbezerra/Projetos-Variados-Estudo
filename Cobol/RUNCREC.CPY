000010*****************************************************
000011* RUNCREC - REGISTRO DO ARQUIVO DE CONTROLE DE
000012* EXECUCAO RUNCTL.DAT, SEQUENCIAL E SO ACRESCIDO
000013* (OPEN EXTEND): CADA PROGRAMA DA CADEIA DE FOLHA GRAVA
000014* UM REGISTRO 'S' AO COMECAR E UM 'F' AO TERMINAR (COM
000015* O RETURN-CODE, INCLUSIVE NO ABORTO), COM O RUN-ID OU
000016* O ARQUIVO EM QUE TRABALHOU E A CONTAGEM E O TOTAL
000017* DE CONTROLE (HASH) DESSE ARQUIVO. O PROGRAMA QUE SE
000018* RECUSA A RODAR PORQUE UM PASSO ANTERIOR NAO TERMINOU
000019* LIMPO, OU PORQUE A ENTRADA MUDOU DESDE ESSE PASSO,
000020* SO SEGUE COM LIBERACAO DO SUPERVISOR, GRAVADA COMO
000021* REGISTRO 'O' COM O MOTIVO DA RECUSA.
000022* A ORDEM DOS PASSOS E A DO PROPRIO ARQUIVO: O ULTIMO
000023* REGISTRO DE CADA PASSO E O QUE VALE.
000024* RC-RUN-MODE 'T' = RUN DE TESTE DO EASYCALC, QUE NAO
000025* CONTA COMO PASSO DA CADEIA.
000026*****************************************************
000027 01  RUN-CONTROL-RECORD.
000028     02  RC-STEP-NAME       PIC X(08).
000029     02  RC-EVENT           PIC X(01).
000030         88  RUN-STEP-START            VALUE 'S'.
000031         88  RUN-STEP-FINISH           VALUE 'F'.
000032         88  RUN-STEP-OVERRIDE         VALUE 'O'.
000033     02  RC-RUN-MODE        PIC X(01).
000034         88  RUN-MODE-TRIAL            VALUE 'T'.
000035     02  RC-EVENT-DATE      PIC 9(06).
000036     02  RC-EVENT-TIME      PIC 9(08).
000037     02  RC-RETURN-CODE     PIC 9(02).
000038     02  RC-RUN-ID.
000039         03  RC-PERIOD-END  PIC 9(06).
000040         03  RC-BATCH-NO    PIC 9(04).
000041     02  RC-FILE-NAME       PIC X(12).
000042     02  RC-REC-COUNT       PIC 9(07).
000043     02  RC-HASH-TOTAL      PIC S9(11)V99.
000044     02  RC-OPERATOR-ID     PIC X(08).
000045     02  RC-MESSAGE         PIC X(40).
000046     02  FILLER             PIC X(10).
