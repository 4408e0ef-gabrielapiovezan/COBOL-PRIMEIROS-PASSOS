      *                    DEVOLVIDO SO APARECIA QUANDO O
      *                    EMPREGADO LIGAVA PERGUNTANDO PELO
      *                    SALARIO
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LISTA-REPAGAMENTO ASSIGN TO "FOLHARPG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPAG.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           05  RP-VALOR            PIC 9(11).
           05  RP-OCORRENCIA       PIC X(02).
           05  RP-DESCRICAO        PIC X(20).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       77 WRK-FS-RETORNO   PIC X(02) VALUE SPACES.
       77 WRK-FS-REMESSA   PIC X(02) VALUE SPACES.
       77 WRK-FS-REPAG     PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
       77 WRK-QTDE-DEVOLVIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DIVERGENTES PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SEM-RETORNO PIC 9(06) VALUE ZEROS.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB4B" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

      * SESSAO
      *****************************************************
       4500-REGISTRAR-DEVOLUCAO.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB4B" TO AU-PROGRAMA.
           MOVE RT-MATRICULA TO AU-CHAVE (3:6).
           MOVE RT-OCORRENCIA TO AU-CHAVE (9:2).
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       4500-REGISTRAR-DEVOLUCAO-EXIT.
           EXIT.

           DISPLAY 'DEPOSITOS DEVOLVIDOS.: ' WRK-QTDE-DEVOLVIDOS.
           DISPLAY 'DIVERGENCIAS.........: ' WRK-QTDE-DIVERGENTES.
           DISPLAY 'SEM RETORNO DO BANCO.: ' WRK-QTDE-SEM-RETORNO.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB4B" TO AU-PROGRAMA.
           END-IF.
           MOVE WRK-QTDE-DEVOLVIDOS TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
