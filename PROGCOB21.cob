      *                    A UNICA COISA ENTRE O RUN E O BANCO;
      *                    QUEM PREPARAVA A ENTRADA MOVIA O
      *                    DINHEIRO SOZINHO
      * 15/10/2026 GABPI0  A REVISAO PERGUNTA QUAL REMESSA APROVAR:
      *                    A DA FOLHA (FOLHALIB) OU A DO PAGAMENTO
      *                    DE FERIAS (FERIALIB, GRAVADO PENDENTE
      *                    PELO PROGCOB04P NO MESMO LAYOUT)
      * 15/10/2026 GABPI0  REMESSA 'C' DA FOLHA COMPLEMENTAR
      *                    (COMPLLIB, GRAVADO PENDENTE PELO
      *                    PROGCOB28 NO MESMO LAYOUT)
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  REMESSA 'S' SUPLEMENTAR DOS DEPOSITOS
      *                    RETIDOS POR TROCA DE CONTA (RETIDLIB,
      *                    GRAVADO PENDENTE PELO PROGCOB30 NO MESMO
      *                    LAYOUT) - O OPERADOR DO RUN E O
      *                    SUPERVISOR QUE LIBEROU AS RETENCOES
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LIBERACAO-REMESSA ASSIGN TO "FOLHALIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIBERACAO.
           SELECT LIBERACAO-FERIAS ASSIGN TO "FERIALIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIBERACAO.
           SELECT LIBERACAO-COMPL ASSIGN TO "COMPLLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIBERACAO.
           SELECT LIBERACAO-SUPLEM ASSIGN TO "RETIDLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIBERACAO.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
      *****************************************************
       FD  LIBERACAO-REMESSA.
       01  LIBERACAO-REMESSA-REG   PIC X(59).
      *****************************************************
      * REGISTRO DE LIBERACAO DA REMESSA DE FERIAS, GRAVADO
      * PENDENTE PELO PROGCOB04P NO LAYOUT DO FOLHALIB
      *****************************************************
       FD  LIBERACAO-FERIAS.
       01  LIBERACAO-FERIAS-REG    PIC X(59).
      *****************************************************
      * REGISTRO DE LIBERACAO DA REMESSA DA FOLHA
      * COMPLEMENTAR, GRAVADO PENDENTE PELO PROGCOB28 NO
      * LAYOUT DO FOLHALIB
      *****************************************************
       FD  LIBERACAO-COMPL.
       01  LIBERACAO-COMPL-REG     PIC X(59).
      *****************************************************
      * REGISTRO DE LIBERACAO DA REMESSA SUPLEMENTAR DOS
      * DEPOSITOS RETIDOS, GRAVADO PENDENTE PELO PROGCOB30
      * NO LAYOUT DO FOLHALIB
      *****************************************************
       FD  LIBERACAO-SUPLEM.
       01  LIBERACAO-SUPLEM-REG    PIC X(59).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-LIBERACAO PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * COPIA DE TRABALHO DO REGISTRO DE LIBERACAO: O
      * CONTEUDO DA AREA DO ARQUIVO NAO E GARANTIDO DEPOIS
       77 WRK-EVENTO-AUDIT PIC X(20) VALUE SPACES.
       77 WRK-TOTAL-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-REAIS  PIC 9(11)V99 VALUE ZEROS.
      *---------------------------------------------------
      * REMESSA ESCOLHIDA PARA A REVISAO E O DDNAME DO SEU
      * REGISTRO DE LIBERACAO, PARA AS MENSAGENS
      *---------------------------------------------------
       77 WRK-REMESSA      PIC X(01) VALUE SPACE.
           88 REMESSA-FOLHA         VALUE 'N' SPACE.
           88 REMESSA-FERIAS        VALUE 'F'.
           88 REMESSA-COMPL         VALUE 'C'.
           88 REMESSA-SUPLEM        VALUE 'S'.
       77 WRK-NOME-LIB     PIC X(08) VALUE 'FOLHALIB'.
       77 WRK-LIB-LIDO     PIC X(01) VALUE 'N'.
           88 LIBERACAO-LIDA        VALUE 'S'.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *****************************************************
      * EXIBE O REGISTRO DE LIBERACAO PENDENTE, EXIGE UM
      * SUPERVISOR DIFERENTE DO OPERADOR DO RUN E REGISTRA A
      * DECISAO ('A' APROVA / 'R' REJEITA) NO REGISTRO ESCOLHIDO E NA
      * TRILHA DE AUDITORIA
      *****************************************************
       2000-REVISAR-REMESSA.
           DISPLAY 'REMESSA A REVISAR (N=FOLHA F=FERIAS'
               ' C=COMPLEMENTAR S=SUPLEMENTAR, BRANCO = N): '
               WITH NO ADVANCING.
           ACCEPT WRK-REMESSA FROM CONSOLE.
           IF NOT REMESSA-FOLHA AND NOT REMESSA-FERIAS
               AND NOT REMESSA-COMPL AND NOT REMESSA-SUPLEM
               DISPLAY 'REMESSA INVALIDA - USE N, F, C OU S'
               GO TO 2000-REVISAR-REMESSA-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN REMESSA-FERIAS
                   MOVE 'FERIALIB' TO WRK-NOME-LIB
                   PERFORM 2200-LER-LIB-FERIAS
                       THRU 2200-LER-LIB-FERIAS-EXIT
               WHEN REMESSA-COMPL
                   MOVE 'COMPLLIB' TO WRK-NOME-LIB
                   PERFORM 2300-LER-LIB-COMPL
                       THRU 2300-LER-LIB-COMPL-EXIT
               WHEN REMESSA-SUPLEM
                   MOVE 'RETIDLIB' TO WRK-NOME-LIB
                   PERFORM 2400-LER-LIB-SUPLEM
                       THRU 2400-LER-LIB-SUPLEM-EXIT
               WHEN OTHER
                   MOVE 'FOLHALIB' TO WRK-NOME-LIB
                   PERFORM 2100-LER-LIB-FOLHA
                       THRU 2100-LER-LIB-FOLHA-EXIT
           END-EVALUATE.
           IF NOT LIBERACAO-LIDA
               GO TO 2000-REVISAR-REMESSA-EXIT
           END-IF.
           DISPLAY "======= APROVACAO DA REMESSA BANCARIA =======".
           COMPUTE WRK-TOTAL-REAIS = WLB-TOTAL / 100.
           MOVE WRK-TOTAL-REAIS TO WRK-TOTAL-ED.
           END-IF.
           MOVE WRK-OPERADOR TO WLB-OPER-APROV.
           ACCEPT WLB-DATA-APROV FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN REMESSA-FERIAS
                   OPEN OUTPUT LIBERACAO-FERIAS
                   WRITE LIBERACAO-FERIAS-REG FROM WRK-LIB-REG
                   CLOSE LIBERACAO-FERIAS
               WHEN REMESSA-COMPL
                   OPEN OUTPUT LIBERACAO-COMPL
                   WRITE LIBERACAO-COMPL-REG FROM WRK-LIB-REG
                   CLOSE LIBERACAO-COMPL
               WHEN REMESSA-SUPLEM
                   OPEN OUTPUT LIBERACAO-SUPLEM
                   WRITE LIBERACAO-SUPLEM-REG FROM WRK-LIB-REG
                   CLOSE LIBERACAO-SUPLEM
               WHEN OTHER
                   OPEN OUTPUT LIBERACAO-REMESSA
                   WRITE LIBERACAO-REMESSA-REG FROM WRK-LIB-REG
                   CLOSE LIBERACAO-REMESSA
           END-EVALUATE.
           PERFORM 8000-REGISTRAR-DECISAO
               THRU 8000-REGISTRAR-DECISAO-EXIT.
           DISPLAY WRK-EVENTO-AUDIT ' POR ' WRK-OPERADOR.
       2000-REVISAR-REMESSA-EXIT.
           EXIT.

      *****************************************************
      * LE O REGISTRO DE LIBERACAO DA FOLHA (FOLHALIB) PARA
      * A COPIA DE TRABALHO
      *****************************************************
       2100-LER-LIB-FOLHA.
           MOVE 'N' TO WRK-LIB-LIDO.
           OPEN INPUT LIBERACAO-REMESSA.
           IF WRK-FS-LIBERACAO NOT = "00"
               DISPLAY WRK-NOME-LIB ' INDISPONIVEL (STATUS '
                   WRK-FS-LIBERACAO ') - NENHUMA REMESSA A REVISAR'
               GO TO 2100-LER-LIB-FOLHA-EXIT
           END-IF.
           READ LIBERACAO-REMESSA
               AT END
                   DISPLAY WRK-NOME-LIB ' VAZIO - NENHUMA REMESSA A'
                       ' REVISAR'
               NOT AT END
                   MOVE LIBERACAO-REMESSA-REG TO WRK-LIB-REG
                   MOVE 'S' TO WRK-LIB-LIDO
           END-READ.
           CLOSE LIBERACAO-REMESSA.
       2100-LER-LIB-FOLHA-EXIT.
           EXIT.

      *****************************************************
      * LE O REGISTRO DE LIBERACAO DAS FERIAS (FERIALIB)
      * PARA A COPIA DE TRABALHO
      *****************************************************
       2200-LER-LIB-FERIAS.
           MOVE 'N' TO WRK-LIB-LIDO.
           OPEN INPUT LIBERACAO-FERIAS.
           IF WRK-FS-LIBERACAO NOT = "00"
               DISPLAY WRK-NOME-LIB ' INDISPONIVEL (STATUS '
                   WRK-FS-LIBERACAO ') - NENHUMA REMESSA A REVISAR'
               GO TO 2200-LER-LIB-FERIAS-EXIT
           END-IF.
           READ LIBERACAO-FERIAS
               AT END
                   DISPLAY WRK-NOME-LIB ' VAZIO - NENHUMA REMESSA A'
                       ' REVISAR'
               NOT AT END
                   MOVE LIBERACAO-FERIAS-REG TO WRK-LIB-REG
                   MOVE 'S' TO WRK-LIB-LIDO
           END-READ.
           CLOSE LIBERACAO-FERIAS.
       2200-LER-LIB-FERIAS-EXIT.
           EXIT.

      *****************************************************
      * LE O REGISTRO DE LIBERACAO DA COMPLEMENTAR
      * (COMPLLIB) PARA A COPIA DE TRABALHO
      *****************************************************
       2300-LER-LIB-COMPL.
           MOVE 'N' TO WRK-LIB-LIDO.
           OPEN INPUT LIBERACAO-COMPL.
           IF WRK-FS-LIBERACAO NOT = "00"
               DISPLAY WRK-NOME-LIB ' INDISPONIVEL (STATUS '
                   WRK-FS-LIBERACAO ') - NENHUMA REMESSA A REVISAR'
               GO TO 2300-LER-LIB-COMPL-EXIT
           END-IF.
           READ LIBERACAO-COMPL
               AT END
                   DISPLAY WRK-NOME-LIB ' VAZIO - NENHUMA REMESSA A'
                       ' REVISAR'
               NOT AT END
                   MOVE LIBERACAO-COMPL-REG TO WRK-LIB-REG
                   MOVE 'S' TO WRK-LIB-LIDO
           END-READ.
           CLOSE LIBERACAO-COMPL.
       2300-LER-LIB-COMPL-EXIT.
           EXIT.

      *****************************************************
      * LE O REGISTRO DE LIBERACAO DA SUPLEMENTAR DOS
      * RETIDOS (RETIDLIB) PARA A COPIA DE TRABALHO
      *****************************************************
       2400-LER-LIB-SUPLEM.
           MOVE 'N' TO WRK-LIB-LIDO.
           OPEN INPUT LIBERACAO-SUPLEM.
           IF WRK-FS-LIBERACAO NOT = "00"
               DISPLAY WRK-NOME-LIB ' INDISPONIVEL (STATUS '
                   WRK-FS-LIBERACAO ') - NENHUMA REMESSA A REVISAR'
               GO TO 2400-LER-LIB-SUPLEM-EXIT
           END-IF.
           READ LIBERACAO-SUPLEM
               AT END
                   DISPLAY WRK-NOME-LIB ' VAZIO - NENHUMA REMESSA A'
                       ' REVISAR'
               NOT AT END
                   MOVE LIBERACAO-SUPLEM-REG TO WRK-LIB-REG
                   MOVE 'S' TO WRK-LIB-LIDO
           END-READ.
           CLOSE LIBERACAO-SUPLEM.
       2400-LER-LIB-SUPLEM-EXIT.
           EXIT.

      *****************************************************
      * REGISTRA A DECISAO NA TRILHA DE AUDITORIA, COM O
      * PERIODO E O TIPO DA REMESSA NA CHAVE E O SUPERVISOR
      * QUE DECIDIU COMO OPERADOR
      *****************************************************
       8000-REGISTRAR-DECISAO.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB21" TO AU-PROGRAMA.
           MOVE WLB-PERIODO TO AU-CHAVE (1:6).
           MOVE WLB-TIPO TO AU-CHAVE (8:1).
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       8000-REGISTRAR-DECISAO-EXIT.
           EXIT.
