      *                    (DISCIPLINA SEM CADASTRO VALE 1
      *                    CREDITO); A MEDIA GERAL DO ALUNO PASSA
      *                    A SER PONDERADA PELOS MESMOS CREDITOS
      * 15/10/2026 GABPI0  LAYOUT DO DISCTAB PASSA AO COPYBOOK
      *                    DISCREC, QUE GANHOU OS PRE-REQUISITOS
      *                    DA DISCIPLINA - A LINHA MAIS LONGA NAO
      *                    CABIA NO REGISTRO LOCAL DE 26 POSICOES
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * COEFICIENTE DO SEMESTRE)
      *****************************************************
       FD  TABELA-DISCIPLINAS.
           COPY DISCREC.
       WORKING-STORAGE SECTION.
       77 WRK-FS-HIST      PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
