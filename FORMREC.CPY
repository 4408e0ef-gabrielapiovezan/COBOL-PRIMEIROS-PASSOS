      *****************************************************
      * FORMREC.CPY
      * REGISTRO DOS FORMANDOS (FORMAND): UMA LINHA POR ALUNO
      * QUE A AUDITORIA DE CONCLUSAO (PROGCOB32) APONTOU APTO
      * A COLAR GRAU NO SEMESTRE, COM OS CREDITOS APURADOS.
      * GRAVADO PELO PROGCOB32 E APLICADO NO MESTRE DE ALUNOS
      * PELO PROGCOB15 (SITUACAO 'F' - FORMADO), QUE APOSENTA
      * O ARQUIVO DEPOIS DA APLICACAO.
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  FORMANDO-REG.
           05  FM-MATRICULA        PIC 9(06).
           05  FM-NOME             PIC X(20).
           05  FM-TURMA            PIC X(05).
           05  FM-SEMESTRE         PIC X(06).
           05  FM-CREDITOS         PIC 9(03).
