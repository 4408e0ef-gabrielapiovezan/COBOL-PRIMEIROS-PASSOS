      *****************************************************
      * BOLSAREC.CPY
      * DESCONTOS DE MENSALIDADE POR ALUNO (DESCALU): BOLSA
      * OU CONVENIO, EM PERCENTUAL ('P', DUAS CASAS) OU EM
      * VALOR FIXO ('V', DUAS CASAS) SOBRE A MENSALIDADE DA
      * TURMA. UMA LINHA POR MATRICULA; O DESCONTO NUNCA
      * PASSA DO VALOR CHEIO (BOLSA INTEGRAL = FATURA ISENTA).
      * LIDO PELO FATURAMENTO MENSAL (PROGCOB35)
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  DESCONTO-ALUNO-REG.
           05  DA-MATRICULA        PIC 9(06).
           05  DA-TIPO             PIC X(01).
               88  DESCONTO-PERCENTUAL    VALUE 'P'.
               88  DESCONTO-VALOR         VALUE 'V'.
           05  DA-PERCENTUAL       PIC 9(03)V99.
           05  DA-VALOR            PIC 9(07)V99.
           05  DA-MOTIVO           PIC X(20).
