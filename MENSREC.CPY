      *****************************************************
      * MENSREC.CPY
      * TABELA DE MENSALIDADES POR TURMA (MENSTAB), MANTIDA
      * PELO FINANCEIRO: O VALOR CHEIO DA MENSALIDADE (DUAS
      * CASAS IMPLICITAS) E O DIA DO VENCIMENTO NO MES DA
      * COMPETENCIA. LIDA PELO FATURAMENTO MENSAL (PROGCOB35);
      * DIA FORA DE 01 A 28 VENCE NO DIA 10
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  MENSALIDADE-TAB-REG.
           05  MT-TURMA            PIC X(05).
           05  MT-VALOR            PIC 9(07)V99.
           05  MT-DIA-VENC         PIC 9(02).
