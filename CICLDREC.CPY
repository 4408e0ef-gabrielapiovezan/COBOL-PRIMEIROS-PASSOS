      *****************************************************
      * CICLDREC.CPY
      * REGISTRO DA DEFINICAO DO CICLO DE FECHAMENTO MENSAL
      * (CICLODEF), MANTIDO PELA OPERACAO - UM REGISTRO POR
      * JOB DE FECHAMENTO:
      *   CI-JOB          NOME DO JOB (PROGFECH, PROGRAZG...)
      *   CI-ORDEM        ORDEM DO JOB NO CICLO (01 A 99)
      *   CI-MOMENTO      'U' = A PARTIR DO ULTIMO DIA UTIL DO
      *                   MES; 'P' = SO NO PRIMEIRO DIA UTIL DO
      *                   MES SEGUINTE (MES JA ENCERRADO)
      *   CI-PREDECESSOR  ATE QUATRO JOBS DO CICLO QUE PRECISAM
      *                   ESTAR CONCLUIDOS NO MESMO MES ANTES
      *                   DESTE SER LIBERADO (BRANCO = NENHUM)
      *   CI-DESCRICAO    TEXTO DO PLANO DO DIA
      * LIDO PELO PROGCOB44 (PLANO DO DIA E PORTAO DE CADA JOB
      * DO CICLO).
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  CICLO-DEFINICAO-REG.
           05  CI-JOB              PIC X(08).
           05  CI-ORDEM            PIC 9(02).
           05  CI-MOMENTO          PIC X(01).
               88  CI-ULTIMO-DIA-UTIL     VALUE 'U'.
               88  CI-PRIMEIRO-DIA-UTIL   VALUE 'P'.
               88  CI-MOMENTO-VALIDO      VALUE 'U' 'P'.
           05  CI-PREDECESSORES.
               10  CI-PREDECESSOR  PIC X(08) OCCURS 4 TIMES.
           05  CI-DESCRICAO        PIC X(30).
