      *****************************************************
      * OFERREC.CPY
      * REGISTRO DAS OFERTAS DE DISCIPLINA (OFERTAS),
      * INDEXADO POR SEMESTRE (AAAAMM, O MESMO VALOR DO
      * HA-PERIODO) + TURMA + DISCIPLINA: UMA LINHA POR
      * DISCIPLINA EFETIVAMENTE OFERECIDA A TURMA NO
      * SEMESTRE, COM O PROFESSOR QUE A LECIONA (PROFTAB).
      * MANTIDO PELO PROGCOB39; LIDO PELO PROGCOB07, QUE
      * GRAVA O PROFESSOR DA OFERTA NO HISTALUN, E PELO
      * RELATORIO DE NOTAS PENDENTES PROGCOB40.
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  OFERTA-REG.
           05  OF-CHAVE.
               10  OF-SEMESTRE     PIC X(06).
               10  OF-TURMA        PIC X(05).
               10  OF-DISCIPLINA   PIC X(04).
           05  OF-PROFESSOR        PIC X(06).
           05  OF-DATA-ALTERACAO   PIC X(08).
