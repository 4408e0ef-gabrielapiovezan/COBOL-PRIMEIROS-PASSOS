      *                    DE TRABALHO DO GRADEREC ACOMPANHAM EM
      *                    9(02)V9 - O ARREDONDAMENTO DA DIGITACAO
      *                    MUDAVA ALUNO DE FAIXA NOS LIMIARES
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  EXCECAO GRAVADA COM O SEMESTRE DO
      *                    ROSTER (EXCECREC GANHOU SEMESTRE E
      *                    DISCIPLINA; O ROSTER NAO TRAZ A
      *                    DISCIPLINA, QUE SAI EM BRANCO)
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PARAM-LIMIARES ASSIGN TO "PARAMLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           05  PL-LIM-APROVADO     PIC 9(02).
           05  PL-LIM-RECUPERACAO  PIC 9(02).
           05  PL-LIM-BONUS        PIC 9(02).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ROSTER    PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-EXCEC     PIC X(02) VALUE SPACES.
       77 WRK-EX-CAMPO     PIC X(10) VALUE SPACES.
       77 WRK-EX-VALOR     PIC X(10) VALUE SPACES.
      * REJEITADOS/EXCECOES, 8 COM ERRO DE ARQUIVO
      *---------------------------------------------------
       77 WRK-RC-RUN          PIC 9(01) VALUE ZEROS.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB8" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

           MOVE 'A' TO EX-SITUACAO.
           MOVE SPACES TO EX-TRAT-QUEM.
           MOVE SPACES TO EX-TRAT-DATA.
           MOVE RE-SEMESTRE TO EX-SEMESTRE.
           MOVE SPACES TO EX-DISCIPLINA.
           WRITE EXCECAO-REG.
           CLOSE EXCECOES-LISTA.
       2450-GRAVAR-EXCECAO-EXIT.
      * TILHADA (AUDITLOG) REGISTRANDO O TERMINO DESTE RUN
      *****************************************************
       9900-REGISTRAR-AUDITORIA.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB8" TO AU-PROGRAMA.
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE RE-MATRICULA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9900-REGISTRAR-AUDITORIA-EXIT.
           EXIT.
