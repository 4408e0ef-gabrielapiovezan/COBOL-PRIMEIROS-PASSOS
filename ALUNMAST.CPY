      * SEIS DIGITOS DIGITADOS VIRAVAM ALUNO E O MESMO ALUNO
      * EXISTIA SOB TRES GRAFIAS NO HISTALUN
      * 02/09/2026 GABPI0  VERSAO ORIGINAL
      * 15/10/2026 GABPI0  SITUACAO 'F' - FORMADO: GRAVADA PELO
      *                    PROGCOB15 A PARTIR DOS APTOS DA
      *                    AUDITORIA DE CONCLUSAO (PROGCOB32). O
      *                    FORMADO SAI DO PROCESSAMENTO DE TURMA
      *                    COMO O INATIVO
      * 15/10/2026 GABPI0  O REGISTRO CRESCE DE 40 PARA 41 BYTES
      *                    COM A MARCA DE INADIMPLENCIA
      *                    (AL-INADIMPLENTE), LIGADA E DESLIGADA
      *                    PELO RELATORIO DE INADIMPLENCIA
      *                    (PROGCOB37) CONFORME O LIMITE DO
      *                    PARAMINA; O PROGCOB31 RECUSA A
      *                    INSCRICAO DO ALUNO MARCADO. EM BRANCO
      *                    NOS REGISTROS ANTIGOS (EM DIA); O
      *                    MESTRE PRECISA SER RECONSTRUIDO NA
      *                    VIRADA DO LAYOUT
      *****************************************************
       01  ALUNO-MESTRE-REG.
           05  AL-MATRICULA        PIC 9(06).
           05  AL-SITUACAO         PIC X(01).
               88  ALUNO-ATIVO            VALUE 'A' SPACE.
               88  ALUNO-INATIVO          VALUE 'I'.
               88  ALUNO-FORMADO          VALUE 'F'.
           05  AL-DATA-CAD         PIC X(08).
           05  AL-INADIMPLENTE     PIC X(01).
               88  ALUNO-INADIMPLENTE     VALUE 'S'.
               88  ALUNO-EM-DIA           VALUE 'N' SPACE.
