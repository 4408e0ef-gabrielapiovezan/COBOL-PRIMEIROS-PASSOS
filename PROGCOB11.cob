      *                    DUAS VEZES NA MESMA DATA QUANDO O
      *                    SCHEDULER ERA MAL OPERADO; AS DUAS
      *                    COISAS JA ACONTECERAM
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO); A VARREDURA DE DUPLICIDADE
      *                    LE O AUDITLOG PARA A AREA DO REGISTRO
      *                    EM WORKING-STORAGE
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  DIA-UTIL               VALUE 'U'.
               88  DIA-FERIADO            VALUE 'F'.
       FD  TRILHA-AUDITORIA.
       01  TRILHA-AUDITORIA-REG    PIC X(80).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       77 WRK-BLOQUEADO    PIC X(01) VALUE 'N'.
           88 NOITE-BLOQUEADA       VALUE 'S'.
       77 WRK-MOTIVO       PIC X(40) VALUE SPACES.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE WRK-DATA-AUDIT TO WRK-DATA-HOJE.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

           EXIT.

       3100-LER-AUDITORIA.
           READ TRILHA-AUDITORIA INTO AUDITORIA-REG
               AT END
                   MOVE 'S' TO WRK-FIM-AUDIT
               NOT AT END
           ELSE
               DISPLAY 'PORTAO LIBERADO - DIA UTIL ' WRK-DATA-HOJE
           END-IF.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB11" TO AU-PROGRAMA.
           MOVE WRK-DATA-HOJE TO AU-DATA.
           END-IF.
           MOVE WRK-MOTIVO TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
