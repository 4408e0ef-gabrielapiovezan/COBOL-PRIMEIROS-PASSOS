      * 02/09/2026 GABPI0  BK-DADOS ALARGADO DE 64 PARA 76 BYTES,
      *                    ACOMPANHANDO O MESTRE QUE GANHOU
      *                    EMP-SALARIO E EMP-CARGO
      * 15/10/2026 GABPI0  BK-DADOS ALARGADO DE 76 PARA 98 BYTES,
      *                    ACOMPANHANDO O MESTRE QUE GANHOU
      *                    EMP-CPF E EMP-PIS
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BACKUP-MESTRE ASSIGN TO "EMPBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BACKUP.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
               88  BK-CABECALHO           VALUE 'CAB'.
               88  BK-DETALHE             VALUE 'DET'.
               88  BK-TRAILER             VALUE 'TRL'.
           05  BK-DADOS            PIC X(98).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-BACKUP    PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
       01 WRK-CAB-DADOS.
           05 CAB-DATA         PIC X(08).
           05 CAB-HORA         PIC X(08).
           05 FILLER           PIC X(82) VALUE SPACES.
       01 WRK-TRL-DADOS.
           05 TRL-QTDE         PIC 9(06).
           05 FILLER           PIC X(92) VALUE SPACES.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB2U" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

      * TILHADA (AUDITLOG) REGISTRANDO O TERMINO DESTE RUN
      *****************************************************
       9900-REGISTRAR-AUDITORIA.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB2U" TO AU-PROGRAMA.
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE WRK-QTDE-COPIADOS TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9900-REGISTRAR-AUDITORIA-EXIT.
           EXIT.
