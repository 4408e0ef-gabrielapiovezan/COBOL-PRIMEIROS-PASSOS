      *           MOEDA E O TIPO DE FOLHA, COM O NOME BUSCADO NO
      *           MESTRE EMPMAST, E FECHA COM OS TOTAIS POR ANO E
      *           MOEDA - A MESMA APURACAO DO INFORME ANUAL
      *           PROGCOB12, POREM SOB DEMANDA PARA UMA PESSOA.
      *           MATRICULA EXPURGADA DO MESTRE (PROGCOB45) TEM O
      *           NOME BUSCADO NO ARQUIVO MORTO (EMPARQ)
      * DATA: = 02/09/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      *                    DE PAGAMENTO IMPRIMIA, RESPONDER "O QUE
      *                    A MATRICULA 001234 RECEBEU EM MAIO?"
      *                    ERA GREP NO FOLHAEXT NO EDITOR
      * 15/10/2026 GABPI0  MATRICULA AUSENTE DO MESTRE E BUSCADA NO
      *                    ARQUIVO MORTO DO EXPURGO DE INATIVOS
      *                    (EMPARQ, TODAS AS GERACOES) - O EXTRATO
      *                    GUARDA OS PAGAMENTOS DE QUEM SAIU DO
      *                    MESTRE E A CONSULTA SAIA SEM NOME
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT ARQUIVO-MORTO ASSIGN TO "EMPARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-CONTABIL.
           COPY EXTRREC.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
      *****************************************************
      * ARQUIVO MORTO DO EXPURGO (LAYOUT EMPMAST, 98 BYTES)
      *****************************************************
       FD  ARQUIVO-MORTO.
       01  ARQUIVO-MORTO-REG.
           05  AM-COMPANHIA        PIC X(02).
           05  AM-ID               PIC 9(06).
           05  AM-NOME             PIC X(22).
           05  FILLER              PIC X(68).
       WORKING-STORAGE SECTION.
       77 WRK-FS-EXTRATO   PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-MESTRE-OK    PIC X(01) VALUE 'N'.
           88 MESTRE-DISPONIVEL     VALUE 'S'.
       77 WRK-FS-ARQUIVO   PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO-MORTO     VALUE 'S'.
       77 WRK-EXPURGADA    PIC X(01) VALUE 'N'.
           88 MATRICULA-EXPURGADA   VALUE 'S'.
       77 WRK-FIM-EXTRATO  PIC X(01) VALUE 'N'.
           88 FIM-EXTRATO           VALUE 'S'.
       77 WRK-MATRICULA    PIC 9(06) VALUE ZEROS.
           DISPLAY "-----------------------------------------------".
           DISPLAY 'CIA ' WRK-COMPANHIA ' MATRICULA ' WRK-MATRICULA
               ' ' WRK-NOME-EMP.
           IF MATRICULA-EXPURGADA
               DISPLAY 'MATRICULA EXPURGADA DO MESTRE - NOME DO'
                   ' ARQUIVO MORTO'
           END-IF.
           MOVE ZEROS TO WRK-QTDE-PAGTOS WRK-QTDE-ANOS.
           MOVE 'N' TO WRK-FIM-EXTRATO.
           OPEN INPUT EXTRATO-CONTABIL.

      *****************************************************
      * BUSCA O NOME OFICIAL NO MESTRE - A MESMA CONSULTA
      * QUE O PROGCOB12 FAZ PARA O INFORME. FORA DO MESTRE,
      * A MATRICULA PODE TER SIDO EXPURGADA: BUSCA NO
      * ARQUIVO MORTO
      *****************************************************
       2500-BUSCAR-NOME.
           MOVE 'NOME NAO CADASTRADO' TO WRK-NOME-EMP.
           MOVE 'N' TO WRK-EXPURGADA.
           IF MESTRE-DISPONIVEL
               MOVE WRK-COMPANHIA TO EMP-COMPANHIA
               MOVE WRK-MATRICULA TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-NOME TO WRK-NOME-EMP
                       GO TO 2500-BUSCAR-NOME-EXIT
               END-READ
           END-IF.
           PERFORM 2600-BUSCAR-ARQUIVO-MORTO
               THRU 2600-BUSCAR-ARQUIVO-MORTO-EXIT.
       2500-BUSCAR-NOME-EXIT.
           EXIT.

      *****************************************************
      * VARRE O ARQUIVO MORTO DO EXPURGO ATE A MATRICULA.
      * SEM O ARQUIVO (NENHUM EXPURGO AINDA) FICA O 'NOME
      * NAO CADASTRADO'
      *****************************************************
       2600-BUSCAR-ARQUIVO-MORTO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-MORTO.
           IF WRK-FS-ARQUIVO NOT = "00"
               GO TO 2600-BUSCAR-ARQUIVO-MORTO-EXIT
           END-IF.
           PERFORM 2650-LER-ARQUIVO-MORTO
               THRU 2650-LER-ARQUIVO-MORTO-EXIT
               UNTIL FIM-ARQUIVO-MORTO.
           CLOSE ARQUIVO-MORTO.
       2600-BUSCAR-ARQUIVO-MORTO-EXIT.
           EXIT.

       2650-LER-ARQUIVO-MORTO.
           READ ARQUIVO-MORTO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   GO TO 2650-LER-ARQUIVO-MORTO-EXIT
           END-READ.
           IF AM-COMPANHIA = WRK-COMPANHIA
               AND AM-ID = WRK-MATRICULA
               MOVE AM-NOME TO WRK-NOME-EMP
               MOVE 'S' TO WRK-EXPURGADA
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
       2650-LER-ARQUIVO-MORTO-EXIT.
           EXIT.

      *****************************************************
      * LE O PROXIMO REGISTRO DO EXTRATO E, SE FOR DO
      * EMPREGADO CONSULTADO, EXIBE A LINHA DO PERIODO E
