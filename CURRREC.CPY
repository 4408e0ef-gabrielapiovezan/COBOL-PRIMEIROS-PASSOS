      *****************************************************
      * CURRREC.CPY
      * REGISTRO DO CURRICULO (CURRIC) MANTIDO PELA
      * SECRETARIA, UMA LINHA POR EXIGENCIA DA TURMA/CURSO
      * (CR-TURMA, O MESMO CODIGO DO AL-TURMA):
      *   'O' DISCIPLINA OBRIGATORIA (CR-DISCIPLINA)
      *   'E' DISCIPLINA DO GRUPO DE ELETIVAS CR-GRUPO
      *   'C' MINIMO DE CREDITOS (CR-CREDITOS-MIN): DO CURSO
      *       INTEIRO COM CR-GRUPO EM BRANCO, OU DO GRUPO DE
      *       ELETIVAS INFORMADO EM CR-GRUPO
      * LIDO PELA AUDITORIA DE CONCLUSAO DE CURSO (PROGCOB32).
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  CURRICULO-REG.
           05  CR-TURMA            PIC X(05).
           05  CR-TIPO             PIC X(01).
               88  CURRIC-OBRIGATORIA     VALUE 'O'.
               88  CURRIC-ELETIVA         VALUE 'E'.
               88  CURRIC-CREDITOS        VALUE 'C'.
           05  CR-DISCIPLINA       PIC X(04).
           05  CR-GRUPO            PIC X(02).
           05  CR-CREDITOS-MIN     PIC 9(03).
