      *                    PROGFECH OU UMA MOEDA SEM TAXA SO
      *                    APARECIAM NO MEIO DA CADEIA, DEPOIS DO
      *                    UNLOAD E DA CRITICA JA TEREM RODADO
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TABELA-CAMBIO ASSIGN TO "CAMBIOTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAMBIO.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           05  CB-MOEDA            PIC X(03).
           05  CB-TAXA             PIC 9(03)V9(04).
           05  CB-DATA             PIC X(08).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       77 WRK-FS-FOLHA     PIC X(02) VALUE SPACES.
       77 WRK-FS-PERIODO   PIC X(02) VALUE SPACES.
       77 WRK-FS-CAMBIO    PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
           05 CAM-ENTRADA OCCURS 60 TIMES.
               10 CAM-MOEDA        PIC X(03).
               10 CAM-DATA         PIC X(08).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB17" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

               DISPLAY '*** NOITE BLOQUEADA PELO PRE-VOO: '
                   WRK-QTDE-FALTAS ' FALTA(S) LISTADA(S) ACIMA ***'
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB17" TO AU-PROGRAMA.
           END-IF.
           MOVE WRK-QTDE-FALTAS TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
