       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB09G.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: GRAVA UM REGISTRO NA TRILHA DE AUDITORIA
      *           (AUDITLOG). O PROGRAMA CHAMADOR MONTA O REGISTRO
      *           (PROGRAMA, DATA, HORA, EVENTO, CHAVE, OPERADOR)
      *           E O ENTREGA AQUI; ESTE PROGRAMA LE A TRILHA ATE O
      *           ULTIMO REGISTRO ENCADEADO, NUMERA O NOVO COM A
      *           SEQUENCIA SEGUINTE, CALCULA O VERIFICADOR
      *           ENCADEADO AO DAQUELE (PROGCOB09H) E ACRESCENTA O
      *           REGISTRO AO ARQUIVO. TRILHA SEM NENHUM REGISTRO
      *           ENCADEADO (NOVA OU SO COM REGISTROS ANTIGOS)
      *           COMECA NA SEQUENCIA 1 COM VERIFICADOR ANTERIOR
      *           ZERO
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRILHA-AUDITORIA ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  TRILHA-AUDITORIA.
       01  TRILHA-AUDITORIA-REG.
           05  TA-DADOS            PIC X(62).
           05  TA-SEQUENCIA        PIC X(08).
           05  TA-SEQUENCIA-N REDEFINES TA-SEQUENCIA
                                   PIC 9(08).
           05  TA-VERIFICADOR      PIC X(10).
           05  TA-VERIFICADOR-N REDEFINES TA-VERIFICADOR
                                   PIC 9(10).
       WORKING-STORAGE SECTION.
       77 WRK-FS-AUDIT     PIC X(02) VALUE SPACES.
       77 WRK-FIM-TRILHA   PIC X(01) VALUE 'N'.
           88 FIM-TRILHA            VALUE 'S'.
       77 WRK-ULT-SEQUENCIA PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-VERIF    PIC 9(10) VALUE ZEROS.
       LINKAGE SECTION.
           COPY AUDITREC.

       PROCEDURE DIVISION USING AUDITORIA-REG.
       0000-MAINLINE.
           PERFORM 1000-LOCALIZAR-ULTIMO
               THRU 1000-LOCALIZAR-ULTIMO-EXIT.
           PERFORM 2000-GRAVAR-REGISTRO
               THRU 2000-GRAVAR-REGISTRO-EXIT.
           GOBACK.

      *****************************************************
      * LE A TRILHA INTEIRA GUARDANDO A SEQUENCIA E O
      * VERIFICADOR DO ULTIMO REGISTRO ENCADEADO. SEM O
      * ARQUIVO, A TRILHA COMECA DO ZERO
      *****************************************************
       1000-LOCALIZAR-ULTIMO.
           MOVE ZEROS TO WRK-ULT-SEQUENCIA.
           MOVE ZEROS TO WRK-ULT-VERIF.
           MOVE 'N' TO WRK-FIM-TRILHA.
           OPEN INPUT TRILHA-AUDITORIA.
           IF WRK-FS-AUDIT NOT = "00"
               GO TO 1000-LOCALIZAR-ULTIMO-EXIT
           END-IF.
           PERFORM 1100-LER-TRILHA THRU 1100-LER-TRILHA-EXIT
               UNTIL FIM-TRILHA.
           CLOSE TRILHA-AUDITORIA.
       1000-LOCALIZAR-ULTIMO-EXIT.
           EXIT.

       1100-LER-TRILHA.
           READ TRILHA-AUDITORIA
               AT END
                   MOVE 'S' TO WRK-FIM-TRILHA
               NOT AT END
                   IF TA-SEQUENCIA-N IS NUMERIC
                       AND TA-VERIFICADOR-N IS NUMERIC
                       MOVE TA-SEQUENCIA-N TO WRK-ULT-SEQUENCIA
                       MOVE TA-VERIFICADOR-N TO WRK-ULT-VERIF
                   END-IF
           END-READ.
       1100-LER-TRILHA-EXIT.
           EXIT.

      *****************************************************
      * NUMERA E ENCADEIA O REGISTRO DO CHAMADOR E O
      * ACRESCENTA A TRILHA
      *****************************************************
       2000-GRAVAR-REGISTRO.
           ADD 1 TO WRK-ULT-SEQUENCIA GIVING AU-SEQUENCIA.
           CALL "PROGCOB09H" USING AUDITORIA-REG WRK-ULT-VERIF.
           OPEN EXTEND TRILHA-AUDITORIA.
           IF WRK-FS-AUDIT = "35"
               OPEN OUTPUT TRILHA-AUDITORIA
           END-IF.
           WRITE TRILHA-AUDITORIA-REG FROM AUDITORIA-REG.
           CLOSE TRILHA-AUDITORIA.
       2000-GRAVAR-REGISTRO-EXIT.
           EXIT.
