      *****************************************************
      * SEMESTRC.CPY
      * REGISTRO DE CONTROLE DOS SEMESTRES LETIVOS (SEMCTL),
      * O EQUIVALENTE DO FOLHAPER PARA AS NOTAS: UMA LINHA
      * POR SEMESTRE (AAAAMM, O MESMO VALOR DO HA-PERIODO)
      * COM A SITUACAO, QUEM FECHOU E QUANDO, E QUEM REABRIU
      * E QUANDO. SEMESTRE SEM LINHA NO ARQUIVO ESTA ABERTO.
      * FECHADO PELO PROGCOB33 (JOB PROGSEMF), REABERTO PELO
      * PROGCOB34 (MENU, COM AUDITORIA); LIDO PELO PROGCOB07,
      * PROGCOB07R E PROGCOB10, QUE RECUSAM ATUALIZAR O
      * HISTALUN DE SEMESTRE FECHADO
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      *****************************************************
       01  SEMESTRE-CONTROLE-REG.
           05  SC-SEMESTRE         PIC X(06).
           05  SC-SITUACAO         PIC X(01).
               88  SEMESTRE-ABERTO        VALUE 'A' SPACE.
               88  SEMESTRE-FECHADO       VALUE 'F'.
           05  SC-DATA-FECHO       PIC X(08).
           05  SC-OPER-FECHO       PIC X(08).
           05  SC-DATA-REABRE      PIC X(08).
           05  SC-OPER-REABRE      PIC X(08).
