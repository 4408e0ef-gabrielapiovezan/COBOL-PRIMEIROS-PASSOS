       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB09V.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: CONFERENCIA DE INTEGRIDADE DA TRILHA DE
      *           AUDITORIA. LE OS ARQUIVOS MORTOS GRAVADOS PELO
      *           PROGCOB09A (AUDITARC) E O AUDITLOG CORRENTE,
      *           CLASSIFICA OS REGISTROS ENCADEADOS PELA
      *           SEQUENCIA E CONFERE, REGISTRO A REGISTRO: A
      *           SEQUENCIA SEM LACUNA NEM REPETICAO E O
      *           VERIFICADOR RECALCULADO (PROGCOB09H) A PARTIR DO
      *           REGISTRO ANTERIOR. NO AUDITLOG, QUE E UM ARQUIVO
      *           SO, CONFERE TAMBEM A ORDEM FISICA DAS SEQUENCIAS
      *           E QUE NENHUM REGISTRO SEM ENCADEAMENTO APARECA
      *           DEPOIS DO INICIO DA CADEIA. OS ARQUIVOS MORTOS
      *           SAO GERACOES CONCATENADAS, CUJA ORDEM ENTRE SI
      *           DEPENDE DA CONCATENACAO - ALI VALE A ORDEM DA
      *           SEQUENCIA. CADA OCORRENCIA SAI NO RELATORIO
      *           AUDITVRF E QUALQUER QUEBRA TERMINA O RUN COM
      *           RC 8, PARA BLOQUEAR O PROGSUIT. REGISTROS
      *           ANTERIORES AO ENCADEAMENTO (SEM SEQUENCIA) SO
      *           SAO CONTADOS
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - O AUDITLOG E UM
      *                    ARQUIVO TEXTO COMUM: UM REGISTRO
      *                    APAGADO, INCLUIDO OU ALTERADO A MAO NAO
      *                    DEIXAVA RASTRO NENHUM
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT TRILHA-AUDITORIA ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT RELATORIO-CONFERENCIA ASSIGN TO "AUDITVRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAT.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-ARQUIVO.
       01  AUDITORIA-ARQUIVO-REG   PIC X(80).
       FD  TRILHA-AUDITORIA.
       01  TRILHA-AUDITORIA-REG    PIC X(80).
       FD  RELATORIO-CONFERENCIA.
       01  RELATORIO-CONFERENCIA-LINHA PIC X(80).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
      *****************************************************
      * ORIGEM 'A' = ARQUIVO MORTO, 'L' = AUDITLOG; A ORDEM
      * DE LEITURA DESEMPATA SEQUENCIAS REPETIDAS
      *****************************************************
       SD  ARQ-CLASSIFICACAO.
       01  CLASSIFICACAO-REG.
           05  SRT-SEQUENCIA       PIC 9(08).
           05  SRT-ORIGEM          PIC X(01).
           05  SRT-ORDEM           PIC 9(08).
           05  SRT-REGISTRO        PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ARQUIVO   PIC X(02) VALUE SPACES.
       77 WRK-FS-AUDIT     PIC X(02) VALUE SPACES.
       77 WRK-FS-RELAT     PIC X(02) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO           VALUE 'S'.
       77 WRK-FIM-TRILHA   PIC X(01) VALUE 'N'.
           88 FIM-TRILHA            VALUE 'S'.
       77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICACAO     VALUE 'S'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------
      * CONFERENCIA DA ORDEM FISICA DO AUDITLOG: ULTIMA
      * SEQUENCIA LIDA E SE A CADEIA JA COMECOU NO ARQUIVO
      *---------------------------------------------------
       77 WRK-SEQ-ANT-TRILHA PIC 9(08) VALUE ZEROS.
       77 WRK-CADEIA-TRILHA  PIC X(01) VALUE 'N'.
           88 CADEIA-INICIADA-TRILHA VALUE 'S'.
      *---------------------------------------------------
      * CONFERENCIA DA CADEIA NA ORDEM DA SEQUENCIA: O
      * REGISTRO ANTERIOR (SEQUENCIA E VERIFICADOR GRAVADO)
      * E O VERIFICADOR RECALCULADO DO REGISTRO CORRENTE
      *---------------------------------------------------
       77 WRK-PRIMEIRO     PIC X(01) VALUE 'S'.
           88 PRIMEIRO-ENCADEADO    VALUE 'S'.
       77 WRK-SEQ-ANTERIOR PIC 9(08) VALUE ZEROS.
       77 WRK-SEQ-ESPERADA PIC 9(08) VALUE ZEROS.
       77 WRK-VERIF-ANTERIOR PIC 9(10) VALUE ZEROS.
       77 WRK-VERIF-GRAVADO  PIC 9(10) VALUE ZEROS.
       77 WRK-SEQ-INICIAL  PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------
      * CONTADORES DE CONTROLE DA CONFERENCIA
      *---------------------------------------------------
       77 WRK-ORDEM-LEITURA   PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-ARQUIVO    PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-TRILHA     PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-ANTIGOS    PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-ENCADEADOS PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-QUEBRAS    PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * LINHAS DO RELATORIO DE CONFERENCIA (AUDITVRF)
      *---------------------------------------------------
       01 VRF-LINHA-TITULO.
           05 FILLER           PIC X(37)
               VALUE 'CONFERENCIA DA TRILHA DE AUDITORIA - '.
           05 FILLER           PIC X(06) VALUE 'DATA: '.
           05 VRF-DATA         PIC X(08).
           05 FILLER           PIC X(29) VALUE SPACES.
       01 VRF-LINHA-OCORRENCIA.
           05 VRF-OCORRENCIA   PIC X(28).
           05 FILLER           PIC X(05) VALUE 'SEQ: '.
           05 VRF-OCO-SEQ      PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 VRF-OCO-DETALHE  PIC X(37) VALUE SPACES.
       01 VRF-LINHA-TOTAL.
           05 VRF-TOT-ROTULO   PIC X(36).
           05 VRF-TOT-VALOR    PIC ZZ.ZZZ.ZZ9.
           05 FILLER           PIC X(34) VALUE SPACES.
       01 VRF-LINHA-VEREDITO.
           05 VRF-VEREDITO     PIC X(80).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF WRK-RC-RUN NOT = 8
               SORT ARQ-CLASSIFICACAO
                   ON ASCENDING KEY SRT-SEQUENCIA SRT-ORIGEM
                       SRT-ORDEM
                   INPUT PROCEDURE IS 3000-SELECIONAR-REGISTROS
                       THRU 3000-SELECIONAR-REGISTROS-EXIT
                   OUTPUT PROCEDURE IS 5000-CONFERIR-CADEIA
                       THRU 5000-CONFERIR-CADEIA-EXIT
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN > ZEROS
               MOVE WRK-RC-RUN TO RETURN-CODE
           END-IF.
           GOBACK.

      *****************************************************
      * ACRESCENTA NA TRILHA DE AUDITORIA O REGISTRO DE
      * INICIO DO RUN, COMO PRIMEIRA ACAO DO PROGRAMA - O
      * PROPRIO REGISTRO ENTRA NA CONFERENCIA
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB9V" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

      *****************************************************
      * LE O OPERADOR ASSINADO NO MENU (OPERSESS). SEM O
      * ARQUIVO OU COM ELE VAZIO - RODANDO EM LOTE - A
      * TRILHA REGISTRA O OPERADOR 'BATCH'
      *****************************************************
       0150-LER-OPERADOR.
           MOVE 'BATCH' TO WRK-OPERADOR.
           OPEN INPUT SESSAO-OPERADOR.
           IF WRK-FS-SESSAO NOT = "00"
               GO TO 0150-LER-OPERADOR-EXIT
           END-IF.
           READ SESSAO-OPERADOR
               AT END
                   CONTINUE
               NOT AT END
                   IF SO-OPERADOR NOT = SPACES
                       MOVE SO-OPERADOR TO WRK-OPERADOR
                   END-IF
           END-READ.
           CLOSE SESSAO-OPERADOR.
       0150-LER-OPERADOR-EXIT.
           EXIT.

      *****************************************************
      * ABRE O RELATORIO, O ARQUIVO MORTO E O AUDITLOG. SEM
      * ARQUIVO MORTO (NENHUM ARQUIVAMENTO AINDA) CONFERE SO
      * O AUDITLOG; ARQUIVO MORTO ILEGIVEL OU AUDITLOG
      * INDISPONIVEL IMPEDEM A CONFERENCIA E DAO RC 8
      *****************************************************
       1000-INICIALIZAR.
           OPEN OUTPUT RELATORIO-CONFERENCIA.
           MOVE WRK-DATA-AUDIT TO VRF-DATA.
           WRITE RELATORIO-CONFERENCIA-LINHA FROM VRF-LINHA-TITULO.
           MOVE SPACES TO RELATORIO-CONFERENCIA-LINHA.
           WRITE RELATORIO-CONFERENCIA-LINHA.
           OPEN INPUT AUDITORIA-ARQUIVO.
           EVALUATE TRUE
               WHEN WRK-FS-ARQUIVO = "00"
                   CONTINUE
               WHEN WRK-FS-ARQUIVO = "35"
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   DISPLAY 'AUDITARC NAO ENCONTRADO - CONFERINDO SO'
                       ' O AUDITLOG'
               WHEN OTHER
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   MOVE 'ARQUIVO MORTO ILEGIVEL' TO VRF-OCORRENCIA
                   MOVE ZEROS TO VRF-OCO-SEQ
                   STRING 'STATUS ' WRK-FS-ARQUIVO
                       DELIMITED BY SIZE INTO VRF-OCO-DETALHE
                   PERFORM 8000-IMPRIMIR-QUEBRA
                       THRU 8000-IMPRIMIR-QUEBRA-EXIT
           END-EVALUATE.
           OPEN INPUT TRILHA-AUDITORIA.
           IF WRK-FS-AUDIT NOT = "00"
               MOVE 'S' TO WRK-FIM-TRILHA
               MOVE 'AUDITLOG INDISPONIVEL' TO VRF-OCORRENCIA
               MOVE ZEROS TO VRF-OCO-SEQ
               STRING 'STATUS ' WRK-FS-AUDIT
                   DELIMITED BY SIZE INTO VRF-OCO-DETALHE
               PERFORM 8000-IMPRIMIR-QUEBRA
                   THRU 8000-IMPRIMIR-QUEBRA-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * PASSA PARA A CLASSIFICACAO OS REGISTROS ENCADEADOS
      * DO ARQUIVO MORTO E DEPOIS OS DO AUDITLOG
      *****************************************************
       3000-SELECIONAR-REGISTROS.
           PERFORM 3100-LER-ARQUIVO THRU 3100-LER-ARQUIVO-EXIT
               UNTIL FIM-ARQUIVO.
           PERFORM 3200-LER-TRILHA THRU 3200-LER-TRILHA-EXIT
               UNTIL FIM-TRILHA.
       3000-SELECIONAR-REGISTROS-EXIT.
           EXIT.

       3100-LER-ARQUIVO.
           READ AUDITORIA-ARQUIVO INTO AUDITORIA-REG
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   GO TO 3100-LER-ARQUIVO-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-ARQUIVO.
           IF AU-SEQUENCIA IS NOT NUMERIC
               OR AU-VERIFICADOR IS NOT NUMERIC
               ADD 1 TO WRK-QTDE-ANTIGOS
               GO TO 3100-LER-ARQUIVO-EXIT
           END-IF.
           MOVE 'A' TO SRT-ORIGEM.
           PERFORM 3900-LIBERAR-REGISTRO
               THRU 3900-LIBERAR-REGISTRO-EXIT.
       3100-LER-ARQUIVO-EXIT.
           EXIT.

      *****************************************************
      * NO AUDITLOG, ALEM DE LIBERAR O REGISTRO, CONFERE A
      * ORDEM FISICA: CADA SEQUENCIA MAIOR QUE A ANTERIOR E
      * NENHUM REGISTRO SEM ENCADEAMENTO DEPOIS DO PRIMEIRO
      * ENCADEADO
      *****************************************************
       3200-LER-TRILHA.
           READ TRILHA-AUDITORIA INTO AUDITORIA-REG
               AT END
                   MOVE 'S' TO WRK-FIM-TRILHA
                   GO TO 3200-LER-TRILHA-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-TRILHA.
           IF AU-SEQUENCIA IS NOT NUMERIC
               OR AU-VERIFICADOR IS NOT NUMERIC
               IF CADEIA-INICIADA-TRILHA
                   MOVE 'REGISTRO SEM ENCADEAMENTO'
                       TO VRF-OCORRENCIA
                   MOVE WRK-SEQ-ANT-TRILHA TO VRF-OCO-SEQ
                   MOVE 'NO AUDITLOG DEPOIS DESTA SEQUENCIA'
                       TO VRF-OCO-DETALHE
                   PERFORM 8000-IMPRIMIR-QUEBRA
                       THRU 8000-IMPRIMIR-QUEBRA-EXIT
               ELSE
                   ADD 1 TO WRK-QTDE-ANTIGOS
               END-IF
               GO TO 3200-LER-TRILHA-EXIT
           END-IF.
           IF CADEIA-INICIADA-TRILHA
               AND AU-SEQUENCIA NOT > WRK-SEQ-ANT-TRILHA
               MOVE 'SEQUENCIA FORA DE ORDEM' TO VRF-OCORRENCIA
               MOVE AU-SEQUENCIA TO VRF-OCO-SEQ
               STRING 'NO AUDITLOG, DEPOIS DA ' WRK-SEQ-ANT-TRILHA
                   DELIMITED BY SIZE INTO VRF-OCO-DETALHE
               PERFORM 8000-IMPRIMIR-QUEBRA
                   THRU 8000-IMPRIMIR-QUEBRA-EXIT
           END-IF.
           MOVE 'S' TO WRK-CADEIA-TRILHA.
           MOVE AU-SEQUENCIA TO WRK-SEQ-ANT-TRILHA.
           MOVE 'L' TO SRT-ORIGEM.
           PERFORM 3900-LIBERAR-REGISTRO
               THRU 3900-LIBERAR-REGISTRO-EXIT.
       3200-LER-TRILHA-EXIT.
           EXIT.

       3900-LIBERAR-REGISTRO.
           ADD 1 TO WRK-ORDEM-LEITURA.
           ADD 1 TO WRK-QTDE-ENCADEADOS.
           MOVE AU-SEQUENCIA TO SRT-SEQUENCIA.
           MOVE WRK-ORDEM-LEITURA TO SRT-ORDEM.
           MOVE AUDITORIA-REG TO SRT-REGISTRO.
           RELEASE CLASSIFICACAO-REG.
       3900-LIBERAR-REGISTRO-EXIT.
           EXIT.

      *****************************************************
      * CONFERE A CADEIA NA ORDEM DA SEQUENCIA. O PRIMEIRO
      * REGISTRO ENCADEADO SO E CONFERIDO SE FOR A SEQUENCIA
      * 1 (VERIFICADOR ANTERIOR ZERO); COMECANDO ADIANTE, OS
      * ANTERIORES JA FORAM EXPURGADOS E ELE ANCORA A CADEIA
      *****************************************************
       5000-CONFERIR-CADEIA.
           MOVE 'S' TO WRK-PRIMEIRO.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 5100-LER-CLASSIFICADO
               THRU 5100-LER-CLASSIFICADO-EXIT
               UNTIL FIM-CLASSIFICACAO.
       5000-CONFERIR-CADEIA-EXIT.
           EXIT.

       5100-LER-CLASSIFICADO.
           RETURN ARQ-CLASSIFICACAO
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   GO TO 5100-LER-CLASSIFICADO-EXIT
           END-RETURN.
           MOVE SRT-REGISTRO TO AUDITORIA-REG.
           MOVE AU-VERIFICADOR TO WRK-VERIF-GRAVADO.
           IF PRIMEIRO-ENCADEADO
               MOVE 'N' TO WRK-PRIMEIRO
               MOVE AU-SEQUENCIA TO WRK-SEQ-INICIAL
               IF AU-SEQUENCIA = 1
                   MOVE ZEROS TO WRK-VERIF-ANTERIOR
                   PERFORM 5200-CONFERIR-VERIFICADOR
                       THRU 5200-CONFERIR-VERIFICADOR-EXIT
               ELSE
                   MOVE 'CADEIA INICIADA ADIANTE' TO VRF-OCORRENCIA
                   MOVE AU-SEQUENCIA TO VRF-OCO-SEQ
                   MOVE 'ANTERIORES JA EXPURGADOS'
                       TO VRF-OCO-DETALHE
                   WRITE RELATORIO-CONFERENCIA-LINHA
                       FROM VRF-LINHA-OCORRENCIA
               END-IF
               GO TO 5100-GUARDAR-ANTERIOR
           END-IF.
           IF AU-SEQUENCIA = WRK-SEQ-ANTERIOR
               MOVE 'SEQUENCIA REPETIDA' TO VRF-OCORRENCIA
               MOVE AU-SEQUENCIA TO VRF-OCO-SEQ
               IF SRT-ORIGEM = 'A'
                   MOVE 'NO ARQUIVO MORTO' TO VRF-OCO-DETALHE
               ELSE
                   MOVE 'NO AUDITLOG' TO VRF-OCO-DETALHE
               END-IF
               PERFORM 8000-IMPRIMIR-QUEBRA
                   THRU 8000-IMPRIMIR-QUEBRA-EXIT
               GO TO 5100-LER-CLASSIFICADO-EXIT
           END-IF.
           ADD 1 TO WRK-SEQ-ANTERIOR GIVING WRK-SEQ-ESPERADA.
           IF AU-SEQUENCIA NOT = WRK-SEQ-ESPERADA
               MOVE 'LACUNA NA SEQUENCIA' TO VRF-OCORRENCIA
               MOVE AU-SEQUENCIA TO VRF-OCO-SEQ
               STRING 'FALTAM DESDE A ' WRK-SEQ-ESPERADA
                   DELIMITED BY SIZE INTO VRF-OCO-DETALHE
               PERFORM 8000-IMPRIMIR-QUEBRA
                   THRU 8000-IMPRIMIR-QUEBRA-EXIT
               GO TO 5100-GUARDAR-ANTERIOR
           END-IF.
           PERFORM 5200-CONFERIR-VERIFICADOR
               THRU 5200-CONFERIR-VERIFICADOR-EXIT.
       5100-GUARDAR-ANTERIOR.
           MOVE AU-SEQUENCIA TO WRK-SEQ-ANTERIOR.
           MOVE WRK-VERIF-GRAVADO TO WRK-VERIF-ANTERIOR.
       5100-LER-CLASSIFICADO-EXIT.
           EXIT.

      *****************************************************
      * RECALCULA O VERIFICADOR DO REGISTRO A PARTIR DO
      * VERIFICADOR GRAVADO NO ANTERIOR; DIFERENTE DO
      * GRAVADO, O REGISTRO FOI ALTERADO OU INCLUIDO FORA DO
      * PROGCOB09G
      *****************************************************
       5200-CONFERIR-VERIFICADOR.
           CALL "PROGCOB09H" USING AUDITORIA-REG WRK-VERIF-ANTERIOR.
           IF AU-VERIFICADOR NOT = WRK-VERIF-GRAVADO
               MOVE 'ENCADEAMENTO QUEBRADO' TO VRF-OCORRENCIA
               MOVE AU-SEQUENCIA TO VRF-OCO-SEQ
               MOVE 'REGISTRO ALTERADO OU INCLUIDO'
                   TO VRF-OCO-DETALHE
               PERFORM 8000-IMPRIMIR-QUEBRA
                   THRU 8000-IMPRIMIR-QUEBRA-EXIT
           END-IF.
       5200-CONFERIR-VERIFICADOR-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME UMA QUEBRA DA TRILHA, CONTA E MARCA O RC 8
      *****************************************************
       8000-IMPRIMIR-QUEBRA.
           WRITE RELATORIO-CONFERENCIA-LINHA
               FROM VRF-LINHA-OCORRENCIA.
           MOVE SPACES TO VRF-OCO-DETALHE.
           ADD 1 TO WRK-QTDE-QUEBRAS.
           MOVE 8 TO WRK-RC-RUN.
       8000-IMPRIMIR-QUEBRA-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME OS TOTAIS E O VEREDITO, FECHA OS ARQUIVOS E
      * REGISTRA O TERMINO (OU O BLOQUEIO, COM O NUMERO DE
      * QUEBRAS) NA TRILHA DE AUDITORIA
      *****************************************************
       9999-FINALIZAR.
           MOVE SPACES TO RELATORIO-CONFERENCIA-LINHA.
           WRITE RELATORIO-CONFERENCIA-LINHA.
           MOVE 'REGISTROS NO ARQUIVO MORTO.........:'
               TO VRF-TOT-ROTULO.
           MOVE WRK-QTDE-ARQUIVO TO VRF-TOT-VALOR.
           WRITE RELATORIO-CONFERENCIA-LINHA FROM VRF-LINHA-TOTAL.
           MOVE 'REGISTROS NO AUDITLOG..............:'
               TO VRF-TOT-ROTULO.
           MOVE WRK-QTDE-TRILHA TO VRF-TOT-VALOR.
           WRITE RELATORIO-CONFERENCIA-LINHA FROM VRF-LINHA-TOTAL.
           MOVE 'ANTERIORES AO ENCADEAMENTO.........:'
               TO VRF-TOT-ROTULO.
           MOVE WRK-QTDE-ANTIGOS TO VRF-TOT-VALOR.
           WRITE RELATORIO-CONFERENCIA-LINHA FROM VRF-LINHA-TOTAL.
           MOVE 'ENCADEADOS CONFERIDOS..............:'
               TO VRF-TOT-ROTULO.
           MOVE WRK-QTDE-ENCADEADOS TO VRF-TOT-VALOR.
           WRITE RELATORIO-CONFERENCIA-LINHA FROM VRF-LINHA-TOTAL.
           MOVE 'SEQUENCIA INICIAL..................:'
               TO VRF-TOT-ROTULO.
           MOVE WRK-SEQ-INICIAL TO VRF-TOT-VALOR.
           WRITE RELATORIO-CONFERENCIA-LINHA FROM VRF-LINHA-TOTAL.
           MOVE 'SEQUENCIA FINAL....................:'
               TO VRF-TOT-ROTULO.
           MOVE WRK-SEQ-ANTERIOR TO VRF-TOT-VALOR.
           WRITE RELATORIO-CONFERENCIA-LINHA FROM VRF-LINHA-TOTAL.
           MOVE 'QUEBRAS ENCONTRADAS................:'
               TO VRF-TOT-ROTULO.
           MOVE WRK-QTDE-QUEBRAS TO VRF-TOT-VALOR.
           WRITE RELATORIO-CONFERENCIA-LINHA FROM VRF-LINHA-TOTAL.
           IF WRK-RC-RUN = 8
               MOVE '*** TRILHA DE AUDITORIA VIOLADA ***'
                   TO VRF-VEREDITO
           ELSE
               MOVE '*** TRILHA DE AUDITORIA INTEGRA ***'
                   TO VRF-VEREDITO
           END-IF.
           WRITE RELATORIO-CONFERENCIA-LINHA FROM VRF-LINHA-VEREDITO.
           DISPLAY VRF-VEREDITO.
           DISPLAY 'ENCADEADOS CONFERIDOS: ' WRK-QTDE-ENCADEADOS
               ' - QUEBRAS: ' WRK-QTDE-QUEBRAS.
           IF WRK-FS-ARQUIVO = "00" OR WRK-FS-ARQUIVO = "10"
               CLOSE AUDITORIA-ARQUIVO
           END-IF.
           IF WRK-FS-AUDIT = "00" OR WRK-FS-AUDIT = "10"
               CLOSE TRILHA-AUDITORIA
           END-IF.
           CLOSE RELATORIO-CONFERENCIA.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB9V" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE WRK-QTDE-QUEBRAS TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
