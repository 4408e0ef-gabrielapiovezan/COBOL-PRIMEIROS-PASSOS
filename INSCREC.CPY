      *****************************************************
      * INSCREC.CPY
      * REGISTRO DE INSCRICAO EM DISCIPLINA: UMA LINHA POR
      * ALUNO, SEMESTRE LETIVO (AAAAMM) E DISCIPLINA, COM A
      * TURMA E A DATA DA INSCRICAO. O MESMO LAYOUT SERVE A
      * ENTRADA DIGITADA PELA SECRETARIA (INSCENT) E AO
      * ARQUIVO DE INSCRICOES VALIDAS (INSCVAL) GRAVADO PELA
      * CRITICA PROGCOB31 - CONTRA O ALUNMAST E OS
      * PRE-REQUISITOS APROVADOS NO HISTALUN - E CONSULTADO
      * PELO PROGCOB07 ANTES DE GRAVAR NOTA NO HISTORICO.
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  INSCRICAO-REG.
           05  IN-MATRICULA        PIC X(06).
           05  IN-SEMESTRE         PIC X(06).
           05  IN-DISCIPLINA       PIC X(04).
           05  IN-TURMA            PIC X(05).
           05  IN-DATA             PIC X(08).
