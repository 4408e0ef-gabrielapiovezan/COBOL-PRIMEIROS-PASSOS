      *                    GERAL", MAS NA PRATICA A CONTABILIDADE
      *                    REDIGITAVA OS TOTAIS POR CC NA MAO
      *                    TODO MES
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LOTE-RAZAO ASSIGN TO "RAZALOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTE.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
      *****************************************************
       FD  LOTE-RAZAO.
       01  LOTE-RAZAO-REG          PIC X(60).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       77 WRK-FS-MAPA      PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-LOTE      PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
       77 WRK-TOT-DEBITOS    PIC 9(13) VALUE ZEROS.
       77 WRK-TOT-CREDITOS   PIC 9(13) VALUE ZEROS.
       77 WRK-VALOR-CENTAVOS PIC 9(13) VALUE ZEROS.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB4L" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

           DISPLAY 'LANCAMENTOS GRAVADOS.: ' WRK-QTDE-LANCTOS.
           DISPLAY 'TOTAL DEBITOS (CTVS).: ' WRK-TOT-DEBITOS.
           DISPLAY 'TOTAL CREDITOS (CTVS): ' WRK-TOT-CREDITOS.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB4L" TO AU-PROGRAMA.
           END-IF.
           MOVE WRK-PERIODO TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
