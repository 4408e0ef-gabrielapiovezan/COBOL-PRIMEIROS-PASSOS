      *                    TODO PROGRAMA GRAVA DOIS REGISTROS POR
      *                    RUN; O ARQUIVO SO CRESCIA E O PROGCOB09
      *                    DEMORAVA VISIVELMENTE MAIS A CADA MES
      * 15/10/2026 GABPI0  REGISTRO DA TRILHA PASSA A 80 BYTES
      *                    (SEQUENCIA E VERIFICADOR ENCADEADO): O
      *                    INICIO E GRAVADO PELO PROGCOB09G E O
      *                    TERMINO NO AUDITNOV E ENCADEADO AO
      *                    ULTIMO REGISTRO LIDO (PROGCOB09H); OS
      *                    REGISTROS SAO COPIADOS SEM ALTERACAO
      *                    PARA O ARQUIVO MORTO E O RETIDO, ENTAO
      *                    A CADEIA CONTINUA CONFERIVEL PELO
      *                    PROGCOB09V ATRAVES DOS DOIS
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  TRILHA-AUDITORIA.
       01  TRILHA-AUDITORIA-REG    PIC X(80).
       FD  AUDITORIA-ARQUIVO.
       01  AUDITORIA-ARQUIVO-REG   PIC X(80).
       FD  AUDITORIA-NOVA.
       01  AUDITORIA-NOVA-REG      PIC X(80).
      *****************************************************
      * JANELA DE RETENCAO EM MESES (INCLUINDO O CORRENTE)
      *****************************************************
       77 WRK-QTDE-LIDOS      PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-ARQUIVADOS PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-RETIDOS    PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------
      * SEQUENCIA E VERIFICADOR DO ULTIMO REGISTRO ENCADEADO
      * LIDO, PARA ENCADEAR O TERMINO GRAVADO NO AUDITNOV
      *---------------------------------------------------
       77 WRK-ULT-SEQUENCIA   PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-VERIF       PIC 9(10) VALUE ZEROS.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB9A" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

      *****************************************************
       2000-PROCESSAR-LINHA.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF AU-SEQUENCIA IS NUMERIC
               AND AU-VERIFICADOR IS NUMERIC
               MOVE AU-SEQUENCIA TO WRK-ULT-SEQUENCIA
               MOVE AU-VERIFICADOR TO WRK-ULT-VERIF
           END-IF.
           IF AU-DATA (1:6) < WRK-MES-CORTE
               WRITE AUDITORIA-ARQUIVO-REG FROM AUDITORIA-REG
               ADD 1 TO WRK-QTDE-ARQUIVADOS
           EXIT.

       2100-LER-LINHA.
           READ TRILHA-AUDITORIA INTO AUDITORIA-REG
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
      * IMPRIME OS TOTAIS, FECHA OS ARQUIVOS E GRAVA O
      * TERMINO DIRETO NO AUDITLOG NOVO - GRAVA-LO NO
      * AUDITLOG VELHO SERIA PERDE-LO QUANDO O JOB COPIAR O
      * ARQUIVO RETIDO POR CIMA. POR ISSO O TERMINO NAO PASSA
      * PELO PROGCOB09G: E NUMERADO E ENCADEADO AQUI, A
      * PARTIR DO ULTIMO REGISTRO ENCADEADO LIDO
      *****************************************************
       9999-FINALIZAR.
           DISPLAY "=============================================".
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE WRK-MES-CORTE TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           ADD 1 TO WRK-ULT-SEQUENCIA GIVING AU-SEQUENCIA.
           CALL "PROGCOB09H" USING AUDITORIA-REG WRK-ULT-VERIF.
           WRITE AUDITORIA-NOVA-REG FROM AUDITORIA-REG.
           CLOSE AUDITORIA-NOVA.
       9999-FINALIZAR-EXIT.
