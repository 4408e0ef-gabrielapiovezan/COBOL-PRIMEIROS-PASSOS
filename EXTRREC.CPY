      * DECIMAIS IMPLICITAS (V99). A MOEDA IDENTIFICA O
      * REGISTRO DE ORIGEM, O PERIODO E O AAAAMM DA FOLHA, O
      * CENTRO DE CUSTO E A COMPANHIA VEM DO MESTRE/ENTRADA
      * E O TIPO E O DO RUN: 'N' (OU BRANCO) NORMAL, 'A'
      * ADIANTAMENTO E 'D' 13o PELO PROGCOB04, 'F' FERIAS
      * PELO PROGCOB04P, 'R' RESCISAO PELO PROGCOB04R E 'C'
      * COMPLEMENTAR PELO PROGCOB28. O ARQUIVO SO CRESCE
      * (OPEN EXTEND): UM RERUN REPETE O PAGAMENTO, E QUEM
      * SOMA VALORES FICA COM O ULTIMO REGISTRO DE CADA
      * COMPANHIA + MATRICULA + PERIODO + TIPO (PROGCOB03D,
      * PROGCOB04M, PROGCOB04O E PROGCOB25).
      * 22/08/2026 GABPI0  VERSAO ORIGINAL - O LAYOUT ERA
      *                    DECLARADO EM SEPARADO NO PROGCOB04 E
      *                    REDECLARADO A MAO NO PROGCOB12
      * 15/10/2026 GABPI0  NOVO GRAVADOR: PROGCOB04P (FERIAS,
      *                    TIPO 'F')
      * 15/10/2026 GABPI0  NOVO GRAVADOR: PROGCOB04R (RESCISAO,
      *                    TIPO 'R')
      * 15/10/2026 GABPI0  NOVO GRAVADOR: PROGCOB28 (FOLHA
      *                    COMPLEMENTAR, TIPO 'C')
      * 15/10/2026 GABPI0  NOVO LEITOR: PROGCOB03D (RETROATIVO
      *                    DO DISSIDIO)
      * 15/10/2026 GABPI0  NOVO LEITOR: PROGCOB25 (DEPOSITO DO
      *                    FGTS)
      * 15/10/2026 GABPI0  NOVO LEITOR: PROGCOB45 (EXPURGO DE
      *                    INATIVOS - FOLHA DESDE O CORTE)
      * 15/10/2026 GABPI0  NOVOS LEITORES: PROGCOB04M (VARIACAO
      *                    MES A MES) E PROGCOB04O (PROJECAO DO
      *                    ORCAMENTO)
      * 15/10/2026 GABPI0  PROGCOB04O PASSA A FICAR COM O ULTIMO
      *                    REGISTRO DE CADA PAGAMENTO
      *****************************************************
       01  EXTRATO-CONTABIL-REG.
           05  EX-EMP-ID           PIC 9(06).
