      *****************************************************
      * CICLSREC.CPY
      * REGISTRO DA SITUACAO DO CICLO DE FECHAMENTO MENSAL
      * (CICLOSTA), SO ACRESCENTADO, NUNCA REGRAVADO:
      *   CS-MES-REF   MES FECHADO PELO CICLO (AAAAMM)
      *   CS-JOB       JOB DO CICLO (CICLODEF)
      *   CS-EVENTO    'L' = LIBERADO PELO PORTAO NO INICIO DO
      *                JOB; 'C' = CONCLUIDO NO ULTIMO STEP DO
      *                JOB, DEPOIS DE TODOS OS STEPS TERMINAREM
      *                BEM
      *   CS-DATA/HORA MOMENTO DO REGISTRO
      *   CS-OPERADOR  OPERADOR ASSINADO OU 'BATCH'
      * UMA LIBERACAO SEM CONCLUSAO E UM JOB QUE CAIU: O
      * PORTAO ACEITA A REEXECUCAO. JOB CONCLUIDO NO MES NAO
      * E LIBERADO DE NOVO. GRAVADO E LIDO PELO PROGCOB44.
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  CICLO-SITUACAO-REG.
           05  CS-MES-REF          PIC X(06).
           05  CS-JOB              PIC X(08).
           05  CS-EVENTO           PIC X(01).
               88  CS-LIBERADO            VALUE 'L'.
               88  CS-CONCLUIDO           VALUE 'C'.
           05  CS-DATA             PIC X(08).
           05  CS-HORA             PIC X(08).
           05  CS-OPERADOR         PIC X(08).
