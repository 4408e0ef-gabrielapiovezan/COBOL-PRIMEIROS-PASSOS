       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB09H.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: CALCULA O VALOR DE CONFERENCIA (AU-VERIFICADOR)
      *           DE UM REGISTRO DA TRILHA DE AUDITORIA, ENCADEADO
      *           AO VALOR DO REGISTRO ANTERIOR: PARTINDO DO
      *           VERIFICADOR ANTERIOR, CADA BYTE DO REGISTRO
      *           (CAMPOS E AU-SEQUENCIA, 70 BYTES) ENTRA NA CONTA
      *           H = (H * 31 + BYTE + POSICAO) MOD 9999999967.
      *           QUALQUER ALTERACAO NUM REGISTRO, OU A REMOCAO OU
      *           INCLUSAO DE UM REGISTRO NO MEIO DA TRILHA, MUDA
      *           O VALOR DALI EM DIANTE. CHAMADO PELO PROGCOB09G
      *           (GRAVACAO), PELO PROGCOB09A (ULTIMO REGISTRO DO
      *           ARQUIVAMENTO) E PELO PROGCOB09V (CONFERENCIA)
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      **********************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-POSICAO      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-TAM-CALCULO  PIC 9(04) COMP VALUE 70.
       77 WRK-ACUMULADO    PIC 9(12) VALUE ZEROS.
       77 WRK-QUOCIENTE    PIC 9(12) VALUE ZEROS.
       77 WRK-VERIF-CALC   PIC 9(10) VALUE ZEROS.
       77 WRK-MODULO       PIC 9(10) VALUE 9999999967.
      *---------------------------------------------------
      * VALOR NUMERICO DE UM BYTE: O BYTE VAI NA METADE
      * BAIXA DE UM BINARIO DE DOIS BYTES COM A ALTA ZERADA
      *---------------------------------------------------
       01 WRK-BYTE-NUM         PIC 9(04) COMP VALUE ZEROS.
       01 WRK-BYTE-ALFA REDEFINES WRK-BYTE-NUM.
           05 WRK-BYTE-ALTO    PIC X(01).
           05 WRK-BYTE-BAIXO   PIC X(01).
       01 WRK-REGISTRO         PIC X(80) VALUE SPACES.
       LINKAGE SECTION.
           COPY AUDITREC.
       01 LNK-VERIF-ANTERIOR   PIC 9(10).

       PROCEDURE DIVISION USING AUDITORIA-REG LNK-VERIF-ANTERIOR.
       0000-MAINLINE.
           MOVE AUDITORIA-REG TO WRK-REGISTRO.
           MOVE LNK-VERIF-ANTERIOR TO WRK-VERIF-CALC.
           PERFORM 1000-ACUMULAR-BYTE THRU 1000-ACUMULAR-BYTE-EXIT
               VARYING WRK-POSICAO FROM 1 BY 1
               UNTIL WRK-POSICAO > WRK-TAM-CALCULO.
           MOVE WRK-VERIF-CALC TO AU-VERIFICADOR.
           GOBACK.

      *****************************************************
      * ACUMULA UM BYTE DO REGISTRO NO VALOR DE CONFERENCIA
      *****************************************************
       1000-ACUMULAR-BYTE.
           MOVE LOW-VALUE TO WRK-BYTE-ALTO.
           MOVE WRK-REGISTRO (WRK-POSICAO:1) TO WRK-BYTE-BAIXO.
           COMPUTE WRK-ACUMULADO = WRK-VERIF-CALC * 31
               + WRK-BYTE-NUM + WRK-POSICAO.
           DIVIDE WRK-ACUMULADO BY WRK-MODULO
               GIVING WRK-QUOCIENTE REMAINDER WRK-VERIF-CALC.
       1000-ACUMULAR-BYTE-EXIT.
           EXIT.
