       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB06G.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: GERACAO DO LOTE DE LANCAMENTOS DO RAZAO GERAL A
      *           PARTIR DO LEDGER DE AJUSTES: OS RESUMOS DO MES
      *           FECHADO PEDIDO (PARAMPER) NO SIXLSUM, GRAVADOS
      *           PELO PROGCOB06F, SAO TOTALIZADOS POR CATEGORIA
      *           DE AJUSTE E SINAL (GANHO/PERDA), MAPEADOS PARA
      *           AS CONTAS DE DEBITO E CREDITO PELA TABELA DE
      *           CONTAS DAS CATEGORIAS (CATEGMAP) E GRAVADOS NO
      *           LOTE RAZAAJUS NO MESMO FORMATO DO RAZALOTE DO
      *           PROGCOB04L (HEADER, UM PAR DEBITO/CREDITO POR
      *           TOTAL E TRAILER COM AS SOMAS) - O IMPORT DO
      *           RAZAO CONSOME OS DOIS DO MESMO JEITO. NO
      *           DETALHE, O CAMPO DE CC LEVA A CATEGORIA E O DE
      *           TIPO O SINAL ('+' GANHO, '-' PERDA, 'E' ESTORNO).
      *           CATEGORIA SEM CONTA MAPEADA OU LOTE FORA DE
      *           BALANCO TERMINA COM RC 8 E O IMPORT NAO DEVE
      *           CONSUMIR O ARQUIVO
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - OS AJUSTES DO SIXLEDGR
      *                    NUNCA CHEGAVAM AO RAZAO GERAL E A
      *                    CONTABILIDADE REDIGITAVA O RESUMO
      *                    MENSAL DO PROGCOB06F NA MAO
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-RESUMO ASSIGN TO "SIXLSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESUMO.
           SELECT MAPA-CATEGORIAS ASSIGN TO "CATEGMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MAPA.
           SELECT PARAM-PERIODO ASSIGN TO "PARAMPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT LOTE-RAZAO ASSIGN TO "RAZAAJUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTE.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-RESUMO.
           COPY LEDGSUM.
      *****************************************************
      * MAPA DE CONTAS DAS CATEGORIAS DE AJUSTE, MANTIDO PELA
      * CONTABILIDADE: PARA CADA CATEGORIA + SINAL ('+'
      * GANHO, '-' PERDA), A CONTA DE DEBITO E A DE CREDITO.
      * O ESTORNO USA AS CONTAS DO SINAL QUE ELE DESFAZ, COM
      * DEBITO E CREDITO TROCADOS
      *****************************************************
       FD  MAPA-CATEGORIAS.
       01  MAPA-CATEGORIAS-REG.
           05  MC-CATEGORIA        PIC X(03).
           05  MC-SINAL            PIC X(01).
           05  MC-CONTA-DEBITO     PIC X(08).
           05  MC-CONTA-CREDITO    PIC X(08).
      *****************************************************
      * PERIODO A CONTABILIZAR (AAAAMM) - OBRIGATORIO, O
      * MESMO PARAMPER DO LOTE DA FOLHA (PROGCOB04L)
      *****************************************************
       FD  PARAM-PERIODO.
       01  PARAM-PERIODO-REG.
           05  PP-PERIODO          PIC X(06).
      *****************************************************
      * LOTE DO RAZAO, NO LAYOUT DO RAZALOTE: HEADER 'H' COM
      * O PERIODO E A DATA DA GERACAO, DETALHES 'D' COM O
      * LANCAMENTO E TRAILER 'T' COM CONTAGEM E TOTAIS DE
      * DEBITO E CREDITO
      *****************************************************
       FD  LOTE-RAZAO.
       01  LOTE-RAZAO-REG          PIC X(60).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-RESUMO    PIC X(02) VALUE SPACES.
       77 WRK-FS-MAPA      PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-LOTE      PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO           VALUE 'S'.
       77 WRK-FIM-MAPA     PIC X(01) VALUE 'N'.
           88 FIM-MAPA              VALUE 'S'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
       77 WRK-PERIODO      PIC X(06) VALUE SPACES.
       77 WRK-CAT-NORM     PIC X(03) VALUE 'GER'.
      *---------------------------------------------------
      * MAPA DE CONTAS DAS CATEGORIAS CARREGADO EM TABELA
      *---------------------------------------------------
       77 WRK-QTDE-MAPA    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-MAP      PIC 9(03) VALUE ZEROS.
       77 WRK-IND-MAP-ACHADO PIC 9(03) VALUE ZEROS.
       01 TAB-MAPA.
           05 MAP-ENTRADA OCCURS 100 TIMES.
               10 MAP-CATEGORIA    PIC X(03).
               10 MAP-SINAL        PIC X(01).
               10 MAP-DEBITO       PIC X(08).
               10 MAP-CREDITO      PIC X(08).
      *---------------------------------------------------
      * TOTAIS DO MES POR CATEGORIA, MONTADOS NA LEITURA DO
      * SIXLSUM E LANCADOS AO FINAL: GANHOS E PERDAS EM
      * VALOR ABSOLUTO E O LIQUIDO DOS PARES DE ESTORNO
      *---------------------------------------------------
       77 WRK-QTDE-TOTAIS  PIC 9(03) VALUE ZEROS.
       77 WRK-IND          PIC 9(03) VALUE ZEROS.
       77 WRK-IND-ACHADO   PIC 9(03) VALUE ZEROS.
       01 TAB-TOTAIS.
           05 TOT-ENTRADA OCCURS 50 TIMES.
               10 TOT-CATEGORIA    PIC X(03).
               10 TOT-GANHO        PIC 9(11)V99.
               10 TOT-PERDA        PIC 9(11)V99.
               10 TOT-ESTORNO      PIC S9(11)V99.
      *---------------------------------------------------
      * LANCAMENTO CORRENTE: SINAL DO MAPA A PROCURAR, SE AS
      * CONTAS SAEM TROCADAS (ESTORNO), O TIPO GRAVADO NO
      * DETALHE E O VALOR
      *---------------------------------------------------
       77 WRK-SINAL-MAPA   PIC X(01) VALUE SPACES.
       77 WRK-TIPO-LANCTO  PIC X(01) VALUE SPACES.
       77 WRK-INVERTE      PIC X(01) VALUE 'N'.
           88 CONTAS-TROCADAS       VALUE 'S'.
       77 WRK-VALOR-LANCTO PIC 9(11)V99 VALUE ZEROS.
      *---------------------------------------------------
      * LINHAS DO LOTE DO RAZAO (LAYOUT DO RAZALOTE)
      *---------------------------------------------------
       01 RAZ-HEADER.
           05 FILLER           PIC X(01) VALUE 'H'.
           05 RAZ-HDR-PERIODO  PIC X(06).
           05 RAZ-HDR-DATA     PIC X(08).
           05 FILLER           PIC X(45) VALUE SPACES.
       01 RAZ-DETALHE.
           05 FILLER           PIC X(01) VALUE 'D'.
           05 RAZ-DET-DC       PIC X(01).
           05 RAZ-DET-CONTA    PIC X(08).
           05 RAZ-DET-VALOR    PIC 9(13).
           05 RAZ-DET-CCUSTO   PIC X(05).
           05 RAZ-DET-TIPO     PIC X(01).
           05 RAZ-DET-MOEDA    PIC X(03).
           05 RAZ-DET-PERIODO  PIC X(06).
           05 FILLER           PIC X(22) VALUE SPACES.
       01 RAZ-TRAILER.
           05 FILLER           PIC X(01) VALUE 'T'.
           05 RAZ-TRL-QTDE     PIC 9(06).
           05 RAZ-TRL-DEBITOS  PIC 9(13).
           05 RAZ-TRL-CREDITOS PIC 9(13).
           05 FILLER           PIC X(27) VALUE SPACES.
      *---------------------------------------------------
      * CONTADORES E TOTAIS DE CONFERENCIA DO LOTE (EM
      * CENTAVOS) - DEBITOS E CREDITOS SAO SOMADOS EM
      * SEPARADO NA GRAVACAO DE CADA LANCAMENTO E CONFERIDOS
      * ANTES DO TRAILER
      *---------------------------------------------------
       77 WRK-QTDE-LIDOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DO-PERIODO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-LANCTOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SEM-CONTA PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-DEBITOS    PIC 9(13) VALUE ZEROS.
       77 WRK-TOT-CREDITOS   PIC 9(13) VALUE ZEROS.
       77 WRK-VALOR-CENTAVOS PIC 9(13) VALUE ZEROS.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-ACUMULAR-RESUMO
               THRU 2000-ACUMULAR-RESUMO-EXIT
               UNTIL FIM-ARQUIVO.
           IF WRK-RC-RUN NOT = 8
               PERFORM 5000-GRAVAR-LOTE THRU 5000-GRAVAR-LOTE-EXIT
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN > ZEROS
               MOVE WRK-RC-RUN TO RETURN-CODE
           END-IF.
           GOBACK.

      *****************************************************
      * ACRESCENTA NA TRILHA DE AUDITORIA O REGISTRO DE
      * INICIO DO RUN, COMO PRIMEIRA ACAO DO PROGRAMA - UM
      * RUN QUE CAI DEIXA O INICIO SEM O PAR DE TERMINO E O
      * PROGCOB09 APONTA O RUN INCOMPLETO
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB6G" TO AU-PROGRAMA.
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
      * LE O PERIODO PEDIDO, CARREGA O MAPA DE CONTAS E ABRE
      * O SIXLSUM. PERIODO, MAPA OU RESUMO AUSENTE - OU O
      * PERIODO AINDA ABERTO - BLOQUEIA O RUN COM RC 8
      *****************************************************
       1000-INICIALIZAR.
           PERFORM 1100-LER-PERIODO THRU 1100-LER-PERIODO-EXIT.
           IF WRK-RC-RUN = 8
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
      *----------------------------------------------------
      *    SO MES FECHADO TEM RESUMO NO SIXLSUM - O MES DA
      *    DATA DO RUN AINDA ESTA NO SIXLEDGR
      *----------------------------------------------------
           IF WRK-PERIODO NOT < WRK-DATA-AUDIT (1:6)
               DISPLAY 'PERIODO ' WRK-PERIODO ' AINDA ABERTO - FECHE'
                   ' O MES PELO PROGMFCH ANTES DE CONTABILIZAR'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1200-CARREGAR-MAPA THRU 1200-CARREGAR-MAPA-EXIT.
           IF WRK-RC-RUN = 8
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT LEDGER-RESUMO.
           IF WRK-FS-RESUMO NOT = "00"
               DISPLAY 'SIXLSUM INDISPONIVEL (STATUS '
                   WRK-FS-RESUMO ') - LOTE NAO GERADO'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           DISPLAY "=== LOTE DO RAZAO (AJUSTES) - PERIODO " WRK-PERIODO
               " ===".
           PERFORM 2100-LER-RESUMO THRU 2100-LER-RESUMO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE DO PARAMPER O PERIODO A CONTABILIZAR (AAAAMM) -
      * OBRIGATORIO: SEM ELE O MESMO MES PODERIA SER LANCADO
      * DUAS VEZES NO RAZAO
      *****************************************************
       1100-LER-PERIODO.
           OPEN INPUT PARAM-PERIODO.
           IF WRK-FS-PARAM NOT = "00"
               DISPLAY 'PARAMPER INDISPONIVEL (STATUS ' WRK-FS-PARAM
                   ') - INFORME O PERIODO A CONTABILIZAR'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PERIODO-EXIT
           END-IF.
           READ PARAM-PERIODO
               AT END
                   DISPLAY 'PARAMPER VAZIO - INFORME O PERIODO'
                   MOVE 8 TO WRK-RC-RUN
               NOT AT END
                   MOVE PP-PERIODO TO WRK-PERIODO
           END-READ.
           CLOSE PARAM-PERIODO.
       1100-LER-PERIODO-EXIT.
           EXIT.

      *****************************************************
      * CARREGA A TABELA DE CONTAS DAS CATEGORIAS (CATEGMAP).
      * SEM O MAPA NAO HA COMO LANCAR NADA - RC 8
      *****************************************************
       1200-CARREGAR-MAPA.
           OPEN INPUT MAPA-CATEGORIAS.
           IF WRK-FS-MAPA NOT = "00"
               DISPLAY 'CATEGMAP INDISPONIVEL (STATUS ' WRK-FS-MAPA
                   ') - LOTE NAO GERADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1200-CARREGAR-MAPA-EXIT
           END-IF.
           PERFORM 1250-LER-MAPA THRU 1250-LER-MAPA-EXIT
               UNTIL FIM-MAPA.
           CLOSE MAPA-CATEGORIAS.
           IF WRK-QTDE-MAPA = ZEROS
               DISPLAY 'CATEGMAP VAZIO - LOTE NAO GERADO'
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       1200-CARREGAR-MAPA-EXIT.
           EXIT.

       1250-LER-MAPA.
           READ MAPA-CATEGORIAS
               AT END
                   MOVE 'S' TO WRK-FIM-MAPA
               NOT AT END
                   IF WRK-QTDE-MAPA < 100
                       ADD 1 TO WRK-QTDE-MAPA
                       MOVE MC-CATEGORIA
                           TO MAP-CATEGORIA (WRK-QTDE-MAPA)
                       MOVE MC-SINAL TO MAP-SINAL (WRK-QTDE-MAPA)
                       MOVE MC-CONTA-DEBITO
                           TO MAP-DEBITO (WRK-QTDE-MAPA)
                       MOVE MC-CONTA-CREDITO
                           TO MAP-CREDITO (WRK-QTDE-MAPA)
                   ELSE
                       DISPLAY 'MAPA DE CONTAS CHEIO - ENTRADA DA'
                           ' CATEGORIA ' MC-CATEGORIA ' IGNORADA'
                   END-IF
           END-READ.
       1250-LER-MAPA-EXIT.
           EXIT.

      *****************************************************
      * ACUMULA O RESUMO DO MES PEDIDO NO TOTAL DA SUA
      * CATEGORIA: GANHOS E PERDAS EM VALOR ABSOLUTO E O
      * LIQUIDO DOS PARES DE ESTORNO (BRANCO NOS RESUMOS
      * ANTERIORES AOS ESTORNOS = ZERO)
      *****************************************************
       2000-ACUMULAR-RESUMO.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF LS-MES NOT = WRK-PERIODO
               GO TO 2000-LER-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTDE-DO-PERIODO.
           IF LS-CATEGORIA = SPACES
               MOVE 'GER' TO WRK-CAT-NORM
           ELSE
               MOVE LS-CATEGORIA TO WRK-CAT-NORM
           END-IF.
           MOVE ZEROS TO WRK-IND-ACHADO.
           MOVE ZEROS TO WRK-IND.
           PERFORM 2200-COMPARAR-TOTAL THRU 2200-COMPARAR-TOTAL-EXIT
               UNTIL WRK-IND-ACHADO > ZEROS
                   OR WRK-IND NOT LESS THAN WRK-QTDE-TOTAIS.
           IF WRK-IND-ACHADO = ZEROS
               IF WRK-QTDE-TOTAIS < 50
                   ADD 1 TO WRK-QTDE-TOTAIS
                   MOVE WRK-QTDE-TOTAIS TO WRK-IND-ACHADO
                   MOVE WRK-CAT-NORM TO TOT-CATEGORIA (WRK-IND-ACHADO)
                   MOVE ZEROS TO TOT-GANHO (WRK-IND-ACHADO)
                       TOT-PERDA (WRK-IND-ACHADO)
                       TOT-ESTORNO (WRK-IND-ACHADO)
               ELSE
                   DISPLAY 'TABELA DE TOTAIS CHEIA - LOTE NAO'
                       ' GERADO'
                   MOVE 8 TO WRK-RC-RUN
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   GO TO 2000-ACUMULAR-RESUMO-EXIT
               END-IF
           END-IF.
           ADD LS-POSITIVO TO TOT-GANHO (WRK-IND-ACHADO).
           SUBTRACT LS-NEGATIVO FROM TOT-PERDA (WRK-IND-ACHADO).
           IF LS-ESTORNOS NUMERIC
               ADD LS-ESTORNOS TO TOT-ESTORNO (WRK-IND-ACHADO)
           END-IF.
       2000-LER-PROXIMO.
           PERFORM 2100-LER-RESUMO THRU 2100-LER-RESUMO-EXIT.
       2000-ACUMULAR-RESUMO-EXIT.
           EXIT.

       2100-LER-RESUMO.
           READ LEDGER-RESUMO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       2100-LER-RESUMO-EXIT.
           EXIT.

       2200-COMPARAR-TOTAL.
           ADD 1 TO WRK-IND.
           IF TOT-CATEGORIA (WRK-IND) = WRK-CAT-NORM
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.
       2200-COMPARAR-TOTAL-EXIT.
           EXIT.

      *****************************************************
      * LOCALIZA NO MAPA A ENTRADA DA CATEGORIA DO TOTAL
      * CORRENTE COM O SINAL PEDIDO EM WRK-SINAL-MAPA
      *****************************************************
       3000-PROCURAR-CONTA.
           MOVE ZEROS TO WRK-IND-MAP-ACHADO.
           MOVE ZEROS TO WRK-IND-MAP.
           PERFORM 3100-COMPARAR-MAPA THRU 3100-COMPARAR-MAPA-EXIT
               UNTIL WRK-IND-MAP-ACHADO > ZEROS
                   OR WRK-IND-MAP NOT LESS THAN WRK-QTDE-MAPA.
       3000-PROCURAR-CONTA-EXIT.
           EXIT.

       3100-COMPARAR-MAPA.
           ADD 1 TO WRK-IND-MAP.
           IF MAP-CATEGORIA (WRK-IND-MAP) = TOT-CATEGORIA (WRK-IND)
               AND MAP-SINAL (WRK-IND-MAP) = WRK-SINAL-MAPA
               MOVE WRK-IND-MAP TO WRK-IND-MAP-ACHADO
           END-IF.
       3100-COMPARAR-MAPA-EXIT.
           EXIT.

      *****************************************************
      * GRAVA O LOTE DO RAZAO: HEADER, OS PARES DEBITO/
      * CREDITO DE CADA CATEGORIA E O TRAILER - QUE SO SAI
      * BOM COM DEBITOS = CREDITOS; CATEGORIA SEM CONTA
      * MAPEADA OU LOTE FORA DE BALANCO TERMINA COM RC 8
      *****************************************************
       5000-GRAVAR-LOTE.
           IF WRK-QTDE-DO-PERIODO = ZEROS
               DISPLAY 'NENHUM RESUMO DO PERIODO ' WRK-PERIODO
                   ' NO SIXLSUM - LOTE VAZIO'
               MOVE 4 TO WRK-RC-RUN
           END-IF.
           OPEN OUTPUT LOTE-RAZAO.
           IF WRK-FS-LOTE NOT = "00"
               DISPLAY 'RAZAAJUS INDISPONIVEL (STATUS ' WRK-FS-LOTE
                   ') - LOTE NAO GERADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 5000-GRAVAR-LOTE-EXIT
           END-IF.
           MOVE WRK-PERIODO TO RAZ-HDR-PERIODO.
           MOVE WRK-DATA-AUDIT TO RAZ-HDR-DATA.
           WRITE LOTE-RAZAO-REG FROM RAZ-HEADER.
           MOVE ZEROS TO WRK-IND.
           PERFORM 5100-LANCAR-CATEGORIA
               THRU 5100-LANCAR-CATEGORIA-EXIT
               UNTIL WRK-IND NOT LESS THAN WRK-QTDE-TOTAIS.
           IF WRK-QTDE-SEM-CONTA > ZEROS
               DISPLAY '*** ' WRK-QTDE-SEM-CONTA ' CATEGORIA/SINAL'
                   ' SEM CONTA NO CATEGMAP - LOTE INCOMPLETO ***'
               MOVE 8 TO WRK-RC-RUN
           END-IF.
           IF WRK-TOT-DEBITOS NOT = WRK-TOT-CREDITOS
               DISPLAY '*** LOTE FORA DE BALANCO - DEBITOS '
                   WRK-TOT-DEBITOS ' CREDITOS ' WRK-TOT-CREDITOS
                   ' ***'
               MOVE 8 TO WRK-RC-RUN
           END-IF.
           MOVE WRK-QTDE-LANCTOS TO RAZ-TRL-QTDE.
           MOVE WRK-TOT-DEBITOS TO RAZ-TRL-DEBITOS.
           MOVE WRK-TOT-CREDITOS TO RAZ-TRL-CREDITOS.
           WRITE LOTE-RAZAO-REG FROM RAZ-TRAILER.
           CLOSE LOTE-RAZAO.
       5000-GRAVAR-LOTE-EXIT.
           EXIT.

      *****************************************************
      * LANCA OS TOTAIS DE UMA CATEGORIA: GANHOS PELO MAPA
      * '+', PERDAS PELO MAPA '-' E O LIQUIDO DOS ESTORNOS
      * PELO MAPA DO SINAL QUE ELES DESFAZEM (ESTORNO
      * POSITIVO DESFAZ PERDA, NEGATIVO DESFAZ GANHO), COM
      * AS CONTAS TROCADAS
      *****************************************************
       5100-LANCAR-CATEGORIA.
           ADD 1 TO WRK-IND.
           IF TOT-GANHO (WRK-IND) > ZEROS
               MOVE '+' TO WRK-SINAL-MAPA
               MOVE '+' TO WRK-TIPO-LANCTO
               MOVE 'N' TO WRK-INVERTE
               MOVE TOT-GANHO (WRK-IND) TO WRK-VALOR-LANCTO
               PERFORM 5200-LANCAR-PAR THRU 5200-LANCAR-PAR-EXIT
           END-IF.
           IF TOT-PERDA (WRK-IND) > ZEROS
               MOVE '-' TO WRK-SINAL-MAPA
               MOVE '-' TO WRK-TIPO-LANCTO
               MOVE 'N' TO WRK-INVERTE
               MOVE TOT-PERDA (WRK-IND) TO WRK-VALOR-LANCTO
               PERFORM 5200-LANCAR-PAR THRU 5200-LANCAR-PAR-EXIT
           END-IF.
           IF TOT-ESTORNO (WRK-IND) NOT = ZEROS
               MOVE 'E' TO WRK-TIPO-LANCTO
               MOVE 'S' TO WRK-INVERTE
               IF TOT-ESTORNO (WRK-IND) > ZEROS
                   MOVE '-' TO WRK-SINAL-MAPA
                   MOVE TOT-ESTORNO (WRK-IND) TO WRK-VALOR-LANCTO
               ELSE
                   MOVE '+' TO WRK-SINAL-MAPA
                   COMPUTE WRK-VALOR-LANCTO =
                       0 - TOT-ESTORNO (WRK-IND)
               END-IF
               PERFORM 5200-LANCAR-PAR THRU 5200-LANCAR-PAR-EXIT
           END-IF.
       5100-LANCAR-CATEGORIA-EXIT.
           EXIT.

      *****************************************************
      * GRAVA UM PAR DEBITO/CREDITO PELO MAPA DA CATEGORIA E
      * SINAL CORRENTES
      *****************************************************
       5200-LANCAR-PAR.
           PERFORM 3000-PROCURAR-CONTA THRU 3000-PROCURAR-CONTA-EXIT.
           IF WRK-IND-MAP-ACHADO = ZEROS
               ADD 1 TO WRK-QTDE-SEM-CONTA
               DISPLAY 'CATEGORIA ' TOT-CATEGORIA (WRK-IND)
                   ' SINAL ' WRK-SINAL-MAPA
                   ' SEM CONTA NO CATEGMAP - NAO LANCADO'
               GO TO 5200-LANCAR-PAR-EXIT
           END-IF.
           COMPUTE WRK-VALOR-CENTAVOS = WRK-VALOR-LANCTO * 100.
           MOVE 'D' TO RAZ-DET-DC.
           IF CONTAS-TROCADAS
               MOVE MAP-CREDITO (WRK-IND-MAP-ACHADO) TO RAZ-DET-CONTA
           ELSE
               MOVE MAP-DEBITO (WRK-IND-MAP-ACHADO) TO RAZ-DET-CONTA
           END-IF.
           MOVE WRK-VALOR-CENTAVOS TO RAZ-DET-VALOR.
           MOVE TOT-CATEGORIA (WRK-IND) TO RAZ-DET-CCUSTO.
           MOVE WRK-TIPO-LANCTO TO RAZ-DET-TIPO.
           MOVE 'BRL' TO RAZ-DET-MOEDA.
           MOVE WRK-PERIODO TO RAZ-DET-PERIODO.
           WRITE LOTE-RAZAO-REG FROM RAZ-DETALHE.
           ADD 1 TO WRK-QTDE-LANCTOS.
           ADD WRK-VALOR-CENTAVOS TO WRK-TOT-DEBITOS.
           MOVE 'C' TO RAZ-DET-DC.
           IF CONTAS-TROCADAS
               MOVE MAP-DEBITO (WRK-IND-MAP-ACHADO) TO RAZ-DET-CONTA
           ELSE
               MOVE MAP-CREDITO (WRK-IND-MAP-ACHADO) TO RAZ-DET-CONTA
           END-IF.
           WRITE LOTE-RAZAO-REG FROM RAZ-DETALHE.
           ADD 1 TO WRK-QTDE-LANCTOS.
           ADD WRK-VALOR-CENTAVOS TO WRK-TOT-CREDITOS.
       5200-LANCAR-PAR-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME OS TOTAIS DE CONTROLE, FECHA O SIXLSUM E
      * REGISTRA O TERMINO (OU O BLOQUEIO) NA AUDITORIA
      *****************************************************
       9999-FINALIZAR.
           IF WRK-FS-RESUMO = "00" OR WRK-FS-RESUMO = "10"
               CLOSE LEDGER-RESUMO
           END-IF.
           DISPLAY "=============================================".
           DISPLAY 'RESUMOS LIDOS........: ' WRK-QTDE-LIDOS.
           DISPLAY 'DO PERIODO PEDIDO....: ' WRK-QTDE-DO-PERIODO.
           DISPLAY 'LANCAMENTOS GRAVADOS.: ' WRK-QTDE-LANCTOS.
           DISPLAY 'TOTAL DEBITOS (CTVS).: ' WRK-TOT-DEBITOS.
           DISPLAY 'TOTAL CREDITOS (CTVS): ' WRK-TOT-CREDITOS.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB6G" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE WRK-PERIODO TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
