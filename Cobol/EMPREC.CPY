000013* NOME, O DEPARTAMENTO/CENTRO DE CUSTO, AS DATAS DE
000014* ADMISSAO E DESLIGAMENTO (AAMMDD), O STATUS DO
000015* FUNCIONARIO E OS DADOS BANCARIOS (BANCO, AGENCIA E
000016* CONTA) USADOS NO ARQUIVO DE DEPOSITO EM CONTA, E O
000017* NUMERO DE DEPENDENTES USADO NA DEDUCAO DA TABELA
000018* PROGRESSIVA DE RETENCAO DE IMPOSTO DO EASYCALC.
000019*
000020* HISTORICO DE MODIFICACOES
000021* -------------------------------------------------
000022* DATA       INIC  DESCRICAO
000023* ---------- ----  ---------------------------------
000024* 15/10/2026  RLH  INCLUIDO EM-DEPENDENTS NO FIM DO
000025*                  REGISTRO (60 -> 62 POSICOES). O
000026*                  EMPMAST.DAT EXISTENTE DEVE SER
000027*                  CONVERTIDO UMA VEZ PELO EMPCONV
000028*                  ANTES DE RODAR OS PROGRAMAS QUE
000029*                  USAM ESTE REGISTRO.
000030*****************************************************
000031 01  EMPLOYEE-RECORD.
000032     02  EM-EMP-ID          PIC X(05).
000033     02  EM-NAME            PIC X(20).
000034     02  EM-DEPT            PIC X(04).
000035     02  EM-HIRE-DATE       PIC 9(06).
000036     02  EM-TERM-DATE       PIC 9(06).
000037     02  EM-STATUS          PIC X(01).
000038         88  EMP-ACTIVE                VALUE 'A'.
000039         88  EMP-INACTIVE              VALUE 'I'.
000040     02  EM-BANK-NO         PIC 9(03).
000041     02  EM-BRANCH-NO       PIC 9(05).
000042     02  EM-ACCOUNT-NO      PIC 9(10).
000043     02  EM-DEPENDENTS      PIC 9(02).
