      *                    DIVERGENCIA OU TRAILER AUSENTE TERMINA
      *                    COM RC 8; LOTE SEM HEADER E DO JEITO
      *                    ANTIGO
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  QUATRO OLHOS NOS AJUSTES GRANDES: AJUSTE
      *                    CUJO RESULTADO, EM VALOR ABSOLUTO, PASSA
      *                    DO LIMITE DA SUA CATEGORIA NO PARAMAPR
      *                    (REGISTRO '***' VALE PARA AS CATEGORIAS
      *                    SEM LIMITE PROPRIO) NAO VAI AO SIXLEDGR -
      *                    FICA PENDENTE NO AJUSTPND (RC 4) ATE OUTRO
      *                    OPERADOR, DIFERENTE DE QUEM SUBMETEU O
      *                    LOTE, APROVAR OU REJEITAR PELO MENU
      *                    (PROGCOB41). OS APROVADOS SAO LANCADOS NO
      *                    LEDGER NO INICIO DO RUN SEGUINTE. SEM O
      *                    PARAMAPR TUDO E LANCADO DIRETO, COMO ANTES.
      *                    EM LOTE SEM SESSAO, QUEM SUBMETEU E A
      *                    ORIGEM DO HEADER DO AJUSTENT
      * 15/10/2026 GABPI0  NUMERO DE LANCAMENTO NO LEDGER
      *                    (LG-NUMERO), SEQUENCIAL A PARTIR DO MAIOR
      *                    JA GRAVADO NO SIXLEDGR E NO ARQUIVO MORTO
      *                    (SIXLARCH), E ESTORNO PELO AJUSTENT:
      *                    OPERACAO 'E' COM O NUMERO DO LANCAMENTO
      *                    ORIGINAL (AJ-ESTORNO-DE) E, EM AJ-NUM1, O
      *                    VALOR EXATAMENTE OPOSTO AO DO ORIGINAL. O
      *                    ORIGINAL TEM QUE EXISTIR NO LEDGER OU NO
      *                    ARQUIVO MORTO E NAO PODE JA TER SIDO
      *                    ESTORNADO NEM SER ELE MESMO UM ESTORNO;
      *                    ESTORNO RECUSADO DA RC 4. O ESTORNO VAI
      *                    DIRETO AO LEDGER, SEM O LIMITE DE
      *                    APROVACAO - SO DESFAZ UM LANCAMENTO QUE
      *                    JA PASSOU PELO CONTROLE
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LEDGER-AJUSTES ASSIGN TO "SIXLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGER.
           SELECT LEDGER-ARQUIVO ASSIGN TO "SIXLARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT AJUSTES-ENTRADA ASSIGN TO "AJUSTENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AJUSTES.
           SELECT AJUSTES-PENDENTES ASSIGN TO "AJUSTPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDENTES.
           SELECT PARAM-APROVACAO ASSIGN TO "PARAMAPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMAPR.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       FD  LEDGER-AJUSTES.
           COPY LEDGERREC.
      *****************************************************
      * ARQUIVO MORTO DO LEDGER (MESES JA FECHADOS PELO
      * PROGMFCH), LIDO SO PARA NUMERAR E PARA ACHAR O
      * ORIGINAL DE UM ESTORNO
      *****************************************************
       FD  LEDGER-ARQUIVO.
       01  LEDGER-ARQUIVO-REG      PIC X(83).
      *****************************************************
      * ENTRADA DE AJUSTES DO MODO DESACOMPANHADO: SELETOR DE
      * OPERACAO ('S' SUBTRACAO, 'A' ADICAO, 'M' MULTIPLICA-
      * CAO, 'E' ESTORNO) E O PAR DE OPERANDOS SINALIZADOS.
      * NO ESTORNO AJ-NUM1 TRAZ O VALOR OPOSTO AO DO ORIGINAL
      * E AJ-ESTORNO-DE O NUMERO DO LANCAMENTO ESTORNADO
      *****************************************************
       FD  AJUSTES-ENTRADA.
       01  AJUSTES-ENTRADA-REG.
               88  AJUSTE-SUBTRACAO       VALUE 'S'.
               88  AJUSTE-ADICAO          VALUE 'A'.
               88  AJUSTE-MULTIPLICACAO   VALUE 'M'.
               88  AJUSTE-ESTORNO         VALUE 'E'.
               88  CONTROLE-HEADER        VALUE 'H'.
               88  CONTROLE-TRAILER       VALUE 'T'.
           05  AJ-NUM1             PIC S9(07)V99.
           05  AJ-NUM2             PIC S9(07)V99.
           05  AJ-CATEGORIA        PIC X(03).
           05  AJ-ESTORNO-DE       PIC 9(08).
      *****************************************************
      * VISOES DOS REGISTROS DE CONTROLE SOBRE A MESMA AREA:
      * HEADER 'H' COM ORIGEM E DATA, TRAILER 'T' COM A
           05  FILLER              PIC X(01).
           05  AT-QTDE             PIC 9(06).
           05  AT-HASH             PIC 9(13).
       FD  AJUSTES-PENDENTES.
           COPY AJPNDREC.
      *****************************************************
      * LIMITE DE APROVACAO POR CATEGORIA DE AJUSTE: UM
      * REGISTRO POR CATEGORIA; A CATEGORIA '***' DA O
      * LIMITE DAS CATEGORIAS NAO LISTADAS
      *****************************************************
       FD  PARAM-APROVACAO.
       01  PARAM-APROVACAO-REG.
           05  PM-CATEGORIA        PIC X(03).
           05  PM-LIMITE           PIC 9(09)V99.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-LEDGER    PIC X(02) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
       77 WRK-REG-UTIL       PIC X(01) VALUE 'N'.
           88 REGISTRO-UTIL         VALUE 'S'.
       77 WRK-QTDE-DET-P2     PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * LIMITES DE APROVACAO DO PARAMAPR. SEM O ARQUIVO O
      * CONTROLE FICA DESLIGADO E TUDO VAI DIRETO AO LEDGER
      *---------------------------------------------------
       77 WRK-FS-PARAMAPR     PIC X(02) VALUE SPACES.
       77 WRK-FIM-PARAMAPR    PIC X(01) VALUE 'N'.
           88 FIM-PARAMAPR          VALUE 'S'.
       77 WRK-APROVACAO       PIC X(01) VALUE 'N'.
           88 APROVACAO-ATIVA       VALUE 'S'.
       77 WRK-TEM-PADRAO      PIC X(01) VALUE 'N'.
           88 TEM-LIMITE-PADRAO     VALUE 'S'.
       77 WRK-LIMITE-PADRAO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTDE-LIMITES    PIC 9(02) VALUE ZEROS.
       77 WRK-IND-LIM         PIC 9(02) VALUE ZEROS.
       77 WRK-LIM-ACHADO      PIC X(01) VALUE 'N'.
           88 LIMITE-ACHADO         VALUE 'S'.
       77 WRK-LIMITE-CAT      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ABS-RESUL       PIC S9(09)V99 VALUE ZEROS.
       01 TAB-LIMITES.
           05 LIM-ENTRADA OCCURS 30 TIMES.
               10 LIM-CATEGORIA    PIC X(03).
               10 LIM-VALOR        PIC 9(09)V99.
      *---------------------------------------------------
      * AJUSTES PENDENTES (AJUSTPND) CARREGADOS EM TABELA E
      * REGRAVADOS INTEIROS NO FIM DO RUN (LINHA SEQUENCIAL
      * NAO TEM REWRITE NO LUGAR), COMO O FOLHARET NO
      * PROGCOB30. COM A TABELA ESTOURADA O RUN NAO
      * PROCESSA NADA (RC 8) E O ARQUIVO FICA INTACTO
      *---------------------------------------------------
       77 WRK-FS-PENDENTES    PIC X(02) VALUE SPACES.
       77 WRK-FIM-PENDENTES   PIC X(01) VALUE 'N'.
           88 FIM-PENDENTES         VALUE 'S'.
       77 WRK-PEND-ALTERADOS  PIC X(01) VALUE 'N'.
           88 PENDENTES-ALTERADOS   VALUE 'S'.
       77 WRK-QTDE-PEND       PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PEND        PIC 9(03) VALUE ZEROS.
       77 WRK-ULTIMO-NUMERO   PIC 9(08) VALUE ZEROS.
       77 WRK-MES-CORRENTE    PIC X(06) VALUE SPACES.
       01 TAB-PENDENTES.
           05 PND-IMAGEM OCCURS 500 TIMES PIC X(134).
      *---------------------------------------------------
      * COPIA DE TRABALHO DE UM AJUSTE PENDENTE DA TABELA (O
      * MESMO LAYOUT DO AJPNDREC)
      *---------------------------------------------------
       01 WRK-PEND-REG.
           05 WPA-NUMERO       PIC 9(08).
           05 WPA-DATA-LOTE    PIC X(08).
           05 WPA-OPER-LOTE    PIC X(08).
           05 WPA-OPERACAO     PIC X(12).
           05 WPA-NUM1         PIC S9(07)V99.
           05 WPA-NUM2         PIC S9(07)V99.
           05 WPA-RESUL        PIC S9(09)V99.
           05 WPA-CATEGORIA    PIC X(03).
           05 WPA-LIMITE       PIC 9(09)V99.
           05 WPA-SITUACAO     PIC X(01).
               88 PEND-PENDENTE        VALUE 'P'.
               88 PEND-APROVADO        VALUE 'A'.
               88 PEND-REJEITADO       VALUE 'R'.
               88 PEND-LANCADO         VALUE 'L'.
           05 WPA-OPER-DECISAO PIC X(08).
           05 WPA-DATA-DECISAO PIC X(08).
           05 WPA-MOTIVO       PIC X(30).
           05 WPA-DATA-LANCTO  PIC X(08).
      *---------------------------------------------------
      * QUEM SUBMETEU O LOTE: O OPERADOR DA SESSAO OU, EM
      * LOTE SEM SESSAO, A ORIGEM DO HEADER DO AJUSTENT
      *---------------------------------------------------
       77 WRK-OPER-LOTE       PIC X(08) VALUE 'BATCH'.
       77 WRK-LEDGER-ABERTO   PIC X(01) VALUE 'N'.
           88 LEDGER-ABERTO         VALUE 'S'.
       77 WRK-QTDE-RETIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-APR-LANC   PIC 9(06) VALUE ZEROS.
       77 WRK-EVENTO-AUDIT    PIC X(20) VALUE SPACES.
      *---------------------------------------------------
      * NUMERACAO DOS LANCAMENTOS E ESTORNOS: ANTES DE ABRIR
      * O LEDGER PARA ACRESCIMO, O SIXLEDGR E O ARQUIVO MORTO
      * SAO LIDOS UMA VEZ PARA APURAR O ULTIMO NUMERO E A
      * SITUACAO DOS ORIGINAIS QUE O LOTE MANDA ESTORNAR
      *---------------------------------------------------
       77 WRK-FS-ARQUIVO      PIC X(02) VALUE SPACES.
       77 WRK-FIM-VARREDURA   PIC X(01) VALUE 'N'.
           88 FIM-VARREDURA         VALUE 'S'.
       77 WRK-ULTIMO-LANCTO   PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-EST        PIC 9(03) VALUE ZEROS.
       77 WRK-IND-EST         PIC 9(03) VALUE ZEROS.
       77 WRK-EST-ACHADO      PIC X(01) VALUE 'N'.
           88 ESTORNO-NA-TABELA     VALUE 'S'.
       77 WRK-VALOR-OPOSTO    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QTDE-ESTORNOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EST-RECUS  PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO-RECUSA   PIC X(36) VALUE SPACES.
       01 TAB-ESTORNOS.
           05 EST-ENTRADA OCCURS 100 TIMES.
               10 EST-ORIGINAL     PIC 9(08).
               10 EST-ACHADO       PIC X(01).
               10 EST-E-ESTORNO    PIC X(01).
               10 EST-ESTORNADO    PIC X(01).
               10 EST-RESUL        PIC S9(09)V99.
               10 EST-CATEGORIA    PIC X(03).
      *---------------------------------------------------
      * VISAO DE TRABALHO DE UM LANCAMENTO LIDO NA VARREDURA
      * (O MESMO LAYOUT DO LEDGERREC). REGISTROS GRAVADOS
      * ANTES DA NUMERACAO TRAZEM NUMERO EM BRANCO
      *---------------------------------------------------
       01 WRK-LANCTO-LIDO.
           05 FILLER           PIC X(53).
           05 WLG-RESUL        PIC S9(09)V99.
           05 WLG-CATEGORIA    PIC X(03).
           05 WLG-NUMERO       PIC 9(08).
           05 WLG-ESTORNO-DE   PIC 9(08).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               END-IF
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN = ZEROS AND
               (WRK-QTDE-INVALIDOS > ZEROS OR
                WRK-QTDE-RETIDOS > ZEROS OR
                WRK-QTDE-EST-RECUS > ZEROS)
               MOVE 4 TO WRK-RC-RUN
           END-IF.
           IF WRK-RC-RUN > ZEROS
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB6" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

       1000-INICIALIZAR.
           MOVE ZEROS TO WRK-RC-RUN.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1020-COLETAR-ESTORNOS
               THRU 1020-COLETAR-ESTORNOS-EXIT.
           PERFORM 1040-VARRER-LEDGERS
               THRU 1040-VARRER-LEDGERS-EXIT.
           OPEN EXTEND LEDGER-AJUSTES.
           IF WRK-FS-LEDGER = "35"
               OPEN OUTPUT LEDGER-AJUSTES
               DISPLAY 'SIXLEDGR INDISPONIVEL (STATUS ' WRK-FS-LEDGER
                   ')'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           MOVE 'S' TO WRK-LEDGER-ABERTO.
           MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-CORRENTE.
           MOVE WRK-OPERADOR TO WRK-OPER-LOTE.
           MOVE ZEROS TO WRK-QTDE-RETIDOS WRK-QTDE-APR-LANC.
           MOVE 'N' TO WRK-PEND-ALTERADOS.
           PERFORM 1100-CARREGAR-LIMITES
               THRU 1100-CARREGAR-LIMITES-EXIT.
           PERFORM 1200-CARREGAR-PENDENTES
               THRU 1200-CARREGAR-PENDENTES-EXIT.
      *----------------------------------------------------
      *    SEM A LISTA DE PENDENTES INTEIRA NA TABELA NAO HA
      *    COMO RETER NEM LANCAR OS APROVADOS SEM PERDER O
      *    RESTO DO ARQUIVO - NADA E PROCESSADO
      *----------------------------------------------------
           IF WRK-RC-RUN = 8
               CLOSE LEDGER-AJUSTES
               MOVE 'N' TO WRK-LEDGER-ABERTO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1300-LANCAR-APROVADOS
               THRU 1300-LANCAR-APROVADOS-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * GUARDA EM TABELA OS LANCAMENTOS QUE O LOTE MANDA
      * ESTORNAR, PARA A VARREDURA DO LEDGER APURAR SE
      * EXISTEM E SE JA FORAM ESTORNADOS. SEM O AJUSTENT
      * (MODO INTERATIVO) NAO HA ESTORNO
      *****************************************************
       1020-COLETAR-ESTORNOS.
           MOVE ZEROS TO WRK-QTDE-EST.
           OPEN INPUT AJUSTES-ENTRADA.
           IF WRK-FS-AJUSTES NOT = "00"
               GO TO 1020-COLETAR-ESTORNOS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-AJUSTES.
           PERFORM 1030-LER-ESTORNO THRU 1030-LER-ESTORNO-EXIT
               UNTIL FIM-AJUSTES.
           CLOSE AJUSTES-ENTRADA.
           MOVE 'N' TO WRK-FIM-AJUSTES.
       1020-COLETAR-ESTORNOS-EXIT.
           EXIT.

       1030-LER-ESTORNO.
           READ AJUSTES-ENTRADA
               AT END
                   MOVE 'S' TO WRK-FIM-AJUSTES
                   GO TO 1030-LER-ESTORNO-EXIT
           END-READ.
           IF NOT AJUSTE-ESTORNO
               OR AJ-ESTORNO-DE NOT NUMERIC
               OR AJ-ESTORNO-DE = ZEROS
               GO TO 1030-LER-ESTORNO-EXIT
           END-IF.
           PERFORM 4510-BUSCAR-ESTORNO THRU 4510-BUSCAR-ESTORNO-EXIT.
           IF ESTORNO-NA-TABELA
               GO TO 1030-LER-ESTORNO-EXIT
           END-IF.
           IF WRK-QTDE-EST NOT LESS THAN 100
               DISPLAY 'MAIS DE 100 ESTORNOS NO LOTE - O ESTORNO DE '
                   AJ-ESTORNO-DE ' SERA RECUSADO'
               GO TO 1030-LER-ESTORNO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-EST.
           MOVE AJ-ESTORNO-DE TO EST-ORIGINAL (WRK-QTDE-EST).
           MOVE 'N' TO EST-ACHADO (WRK-QTDE-EST).
           MOVE 'N' TO EST-E-ESTORNO (WRK-QTDE-EST).
           MOVE 'N' TO EST-ESTORNADO (WRK-QTDE-EST).
           MOVE ZEROS TO EST-RESUL (WRK-QTDE-EST).
           MOVE SPACES TO EST-CATEGORIA (WRK-QTDE-EST).
       1030-LER-ESTORNO-EXIT.
           EXIT.

      *****************************************************
      * LE O LEDGER DO MES (SIXLEDGR) E O ARQUIVO MORTO
      * (SIXLARCH) ATE O FIM: APURA O ULTIMO NUMERO DE
      * LANCAMENTO E A SITUACAO DE CADA ORIGINAL A ESTORNAR.
      * ARQUIVO AUSENTE OU VAZIO NAO TEM O QUE CONTRIBUIR
      *****************************************************
       1040-VARRER-LEDGERS.
           MOVE ZEROS TO WRK-ULTIMO-LANCTO.
           OPEN INPUT LEDGER-AJUSTES.
           IF WRK-FS-LEDGER = "00"
               MOVE 'N' TO WRK-FIM-VARREDURA
               PERFORM 1050-LER-LEDGER THRU 1050-LER-LEDGER-EXIT
                   UNTIL FIM-VARREDURA
               CLOSE LEDGER-AJUSTES
           END-IF.
           OPEN INPUT LEDGER-ARQUIVO.
           IF WRK-FS-ARQUIVO = "00"
               MOVE 'N' TO WRK-FIM-VARREDURA
               PERFORM 1055-LER-ARQUIVO THRU 1055-LER-ARQUIVO-EXIT
                   UNTIL FIM-VARREDURA
               CLOSE LEDGER-ARQUIVO
           END-IF.
       1040-VARRER-LEDGERS-EXIT.
           EXIT.

       1050-LER-LEDGER.
           READ LEDGER-AJUSTES INTO WRK-LANCTO-LIDO
               AT END
                   MOVE 'S' TO WRK-FIM-VARREDURA
               NOT AT END
                   PERFORM 1060-EXAMINAR-LANCTO
                       THRU 1060-EXAMINAR-LANCTO-EXIT
           END-READ.
       1050-LER-LEDGER-EXIT.
           EXIT.

       1055-LER-ARQUIVO.
           READ LEDGER-ARQUIVO INTO WRK-LANCTO-LIDO
               AT END
                   MOVE 'S' TO WRK-FIM-VARREDURA
               NOT AT END
                   PERFORM 1060-EXAMINAR-LANCTO
                       THRU 1060-EXAMINAR-LANCTO-EXIT
           END-READ.
       1055-LER-ARQUIVO-EXIT.
           EXIT.

      *****************************************************
      * UM LANCAMENTO LIDO NA VARREDURA: ACOMPANHA O MAIOR
      * NUMERO, MARCA O ORIGINAL ENCONTRADO (COM VALOR E
      * CATEGORIA) E O ORIGINAL QUE ESTE LANCAMENTO ESTORNA
      *****************************************************
       1060-EXAMINAR-LANCTO.
           IF WLG-NUMERO NOT NUMERIC
               GO TO 1060-EXAMINAR-LANCTO-EXIT
           END-IF.
           IF WLG-NUMERO > WRK-ULTIMO-LANCTO
               MOVE WLG-NUMERO TO WRK-ULTIMO-LANCTO
           END-IF.
           IF WRK-QTDE-EST = ZEROS
               GO TO 1060-EXAMINAR-LANCTO-EXIT
           END-IF.
           IF WLG-ESTORNO-DE NOT NUMERIC
               MOVE ZEROS TO WLG-ESTORNO-DE
           END-IF.
           MOVE ZEROS TO WRK-IND-EST.
           PERFORM 1070-MARCAR-ORIGINAL THRU 1070-MARCAR-ORIGINAL-EXIT
               UNTIL WRK-IND-EST NOT LESS THAN WRK-QTDE-EST.
       1060-EXAMINAR-LANCTO-EXIT.
           EXIT.

       1070-MARCAR-ORIGINAL.
           ADD 1 TO WRK-IND-EST.
           IF EST-ORIGINAL (WRK-IND-EST) = WLG-NUMERO
               MOVE 'S' TO EST-ACHADO (WRK-IND-EST)
               MOVE WLG-RESUL TO EST-RESUL (WRK-IND-EST)
               MOVE WLG-CATEGORIA TO EST-CATEGORIA (WRK-IND-EST)
               IF WLG-ESTORNO-DE > ZEROS
                   MOVE 'S' TO EST-E-ESTORNO (WRK-IND-EST)
               END-IF
           END-IF.
           IF WLG-ESTORNO-DE > ZEROS
               AND EST-ORIGINAL (WRK-IND-EST) = WLG-ESTORNO-DE
               MOVE 'S' TO EST-ESTORNADO (WRK-IND-EST)
           END-IF.
       1070-MARCAR-ORIGINAL-EXIT.
           EXIT.

      *****************************************************
      * CARREGA OS LIMITES DE APROVACAO DO PARAMAPR. SEM O
      * ARQUIVO O CONTROLE DE QUATRO OLHOS FICA DESLIGADO E
      * TODO AJUSTE VAI DIRETO AO LEDGER
      *****************************************************
       1100-CARREGAR-LIMITES.
           MOVE 'N' TO WRK-APROVACAO.
           MOVE 'N' TO WRK-TEM-PADRAO.
           MOVE 'N' TO WRK-FIM-PARAMAPR.
           MOVE ZEROS TO WRK-QTDE-LIMITES.
           OPEN INPUT PARAM-APROVACAO.
           IF WRK-FS-PARAMAPR NOT = "00"
               DISPLAY 'PARAMAPR NAO ENCONTRADO - AJUSTES LANCADOS'
                   ' SEM LIMITE DE APROVACAO'
               GO TO 1100-CARREGAR-LIMITES-EXIT
           END-IF.
           MOVE 'S' TO WRK-APROVACAO.
           PERFORM 1150-LER-LIMITE THRU 1150-LER-LIMITE-EXIT
               UNTIL FIM-PARAMAPR.
           CLOSE PARAM-APROVACAO.
       1100-CARREGAR-LIMITES-EXIT.
           EXIT.

       1150-LER-LIMITE.
           READ PARAM-APROVACAO
               AT END
                   MOVE 'S' TO WRK-FIM-PARAMAPR
                   GO TO 1150-LER-LIMITE-EXIT
           END-READ.
           IF PM-LIMITE NOT NUMERIC
               DISPLAY 'PARAMAPR: LIMITE INVALIDO PARA A CATEGORIA '
                   PM-CATEGORIA ' - IGNORADO'
               GO TO 1150-LER-LIMITE-EXIT
           END-IF.
           IF PM-CATEGORIA = '***'
               MOVE 'S' TO WRK-TEM-PADRAO
               MOVE PM-LIMITE TO WRK-LIMITE-PADRAO
               GO TO 1150-LER-LIMITE-EXIT
           END-IF.
           IF WRK-QTDE-LIMITES NOT LESS THAN 30
               DISPLAY 'PARAMAPR COM MAIS DE 30 CATEGORIAS - '
                   PM-CATEGORIA ' IGNORADA'
               GO TO 1150-LER-LIMITE-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LIMITES.
           MOVE PM-CATEGORIA TO LIM-CATEGORIA (WRK-QTDE-LIMITES).
           MOVE PM-LIMITE TO LIM-VALOR (WRK-QTDE-LIMITES).
       1150-LER-LIMITE-EXIT.
           EXIT.

      *****************************************************
      * CARREGA A LISTA DE AJUSTES PENDENTES (AJUSTPND) EM
      * TABELA E APURA O ULTIMO NUMERO JA ATRIBUIDO. SEM O
      * ARQUIVO (PRIMEIRO RUN) A LISTA COMECA VAZIA
      *****************************************************
       1200-CARREGAR-PENDENTES.
           MOVE ZEROS TO WRK-QTDE-PEND WRK-ULTIMO-NUMERO.
           MOVE 'N' TO WRK-FIM-PENDENTES.
           OPEN INPUT AJUSTES-PENDENTES.
           IF WRK-FS-PENDENTES NOT = "00"
               GO TO 1200-CARREGAR-PENDENTES-EXIT
           END-IF.
           PERFORM 1250-LER-PENDENTE THRU 1250-LER-PENDENTE-EXIT
               UNTIL FIM-PENDENTES.
           CLOSE AJUSTES-PENDENTES.
       1200-CARREGAR-PENDENTES-EXIT.
           EXIT.

       1250-LER-PENDENTE.
           READ AJUSTES-PENDENTES
               AT END
                   MOVE 'S' TO WRK-FIM-PENDENTES
                   GO TO 1250-LER-PENDENTE-EXIT
           END-READ.
           IF WRK-QTDE-PEND NOT LESS THAN 500
               DISPLAY 'AJUSTPND COM MAIS DE 500 AJUSTES - NADA'
                   ' PROCESSADO, ARQUIVO PRESERVADO'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-PENDENTES
               GO TO 1250-LER-PENDENTE-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PEND.
           MOVE AJUSTE-PENDENTE-REG TO PND-IMAGEM (WRK-QTDE-PEND).
           IF PA-NUMERO NUMERIC AND PA-NUMERO > WRK-ULTIMO-NUMERO
               MOVE PA-NUMERO TO WRK-ULTIMO-NUMERO
           END-IF.
       1250-LER-PENDENTE-EXIT.
           EXIT.

      *****************************************************
      * LANCA NO LEDGER, COM A DATA DESTE RUN, OS AJUSTES JA
      * APROVADOS PELO SEGUNDO OPERADOR NO PROGCOB41 E OS
      * MARCA COMO LANCADOS
      *****************************************************
       1300-LANCAR-APROVADOS.
           MOVE ZEROS TO WRK-IND-PEND.
           PERFORM 1350-LANCAR-APROVADO
               THRU 1350-LANCAR-APROVADO-EXIT
               UNTIL WRK-IND-PEND NOT LESS THAN WRK-QTDE-PEND.
           IF WRK-QTDE-APR-LANC > ZEROS
               DISPLAY 'AJUSTES APROVADOS LANCADOS NO LEDGER: '
                   WRK-QTDE-APR-LANC
           END-IF.
       1300-LANCAR-APROVADOS-EXIT.
           EXIT.

       1350-LANCAR-APROVADO.
           ADD 1 TO WRK-IND-PEND.
           MOVE PND-IMAGEM (WRK-IND-PEND) TO WRK-PEND-REG.
           IF NOT PEND-APROVADO
               GO TO 1350-LANCAR-APROVADO-EXIT
           END-IF.
           MOVE WRK-DATA-HOJE TO LG-DATA.
           MOVE WPA-OPERACAO TO LG-OPERACAO.
           MOVE WPA-NUM1 TO LG-NUM1.
           MOVE WPA-NUM2 TO LG-NUM2.
           MOVE WPA-RESUL TO WRK-RESUL-ED.
           MOVE WRK-RESUL-ED TO LG-RESUL-ED.
           MOVE WPA-RESUL TO LG-RESUL.
           MOVE WPA-CATEGORIA TO LG-CATEGORIA.
           ADD 1 TO WRK-ULTIMO-LANCTO.
           MOVE WRK-ULTIMO-LANCTO TO LG-NUMERO.
           MOVE ZEROS TO LG-ESTORNO-DE.
           WRITE LEDGER-AJUSTES-REG.
           MOVE 'L' TO WPA-SITUACAO.
           MOVE WRK-DATA-HOJE TO WPA-DATA-LANCTO.
           MOVE WRK-PEND-REG TO PND-IMAGEM (WRK-IND-PEND).
           MOVE 'S' TO WRK-PEND-ALTERADOS.
           ADD 1 TO WRK-QTDE-APR-LANC.
           MOVE 'AJUSTE LANCADO' TO WRK-EVENTO-AUDIT.
           MOVE SPACES TO AU-CHAVE.
           MOVE WPA-NUMERO TO AU-CHAVE (1:8).
           PERFORM 8900-REGISTRAR-EVENTO
               THRU 8900-REGISTRAR-EVENTO-EXIT.
       1350-LANCAR-APROVADO-EXIT.
           EXIT.

      *************SUBTRACAO
       2000-SUBTRAIR.
           SUBTRACT WRK-NUM2 FROM WRK-NUM1 GIVING WRK-RESUL
       4000-MULTIPLICAR-EXIT.
           EXIT.

      *************ESTORNO
      *****************************************************
      * ESTORNO DE UM LANCAMENTO DO LEDGER: O ORIGINAL TEM
      * QUE EXISTIR NO SIXLEDGR OU NO ARQUIVO MORTO, NAO PODE
      * SER ELE MESMO UM ESTORNO NEM JA TER SIDO ESTORNADO
      * (NESTE OU EM OUTRO RUN), E O VALOR TEM QUE SER
      * EXATAMENTE O OPOSTO DO DELE. O ESTORNO ACEITO VAI
      * DIRETO AO LEDGER NA CATEGORIA DO ORIGINAL, LIGADO A
      * ELE POR LG-ESTORNO-DE
      *****************************************************
       4500-ESTORNAR.
           IF AJ-ESTORNO-DE NOT NUMERIC OR AJ-ESTORNO-DE = ZEROS
               MOVE 'SEM O NUMERO DO LANCAMENTO ORIGINAL'
                   TO WRK-MOTIVO-RECUSA
               GO TO 4500-RECUSAR
           END-IF.
           IF AJ-NUM1 NOT NUMERIC
               MOVE 'VALOR DO ESTORNO NAO NUMERICO'
                   TO WRK-MOTIVO-RECUSA
               GO TO 4500-RECUSAR
           END-IF.
           PERFORM 4510-BUSCAR-ESTORNO THRU 4510-BUSCAR-ESTORNO-EXIT.
           IF NOT ESTORNO-NA-TABELA
               MOVE 'ORIGINAL NAO PESQUISADO NESTE RUN'
                   TO WRK-MOTIVO-RECUSA
               GO TO 4500-RECUSAR
           END-IF.
           IF EST-ACHADO (WRK-IND-EST) NOT = 'S'
               MOVE 'LANCAMENTO ORIGINAL NAO ENCONTRADO'
                   TO WRK-MOTIVO-RECUSA
               GO TO 4500-RECUSAR
           END-IF.
           IF EST-E-ESTORNO (WRK-IND-EST) = 'S'
               MOVE 'O ORIGINAL JA E UM ESTORNO'
                   TO WRK-MOTIVO-RECUSA
               GO TO 4500-RECUSAR
           END-IF.
           IF EST-ESTORNADO (WRK-IND-EST) = 'S'
               MOVE 'LANCAMENTO ORIGINAL JA ESTORNADO'
                   TO WRK-MOTIVO-RECUSA
               GO TO 4500-RECUSAR
           END-IF.
           COMPUTE WRK-VALOR-OPOSTO = 0 - EST-RESUL (WRK-IND-EST).
           IF WRK-NUM1 NOT = WRK-VALOR-OPOSTO
               MOVE 'VALOR NAO E O OPOSTO DO ORIGINAL'
                   TO WRK-MOTIVO-RECUSA
               GO TO 4500-RECUSAR
           END-IF.
           MOVE 'ESTORNO' TO WRK-OPERACAO.
           MOVE ZEROS TO WRK-NUM2.
           MOVE WRK-NUM1 TO WRK-RESUL.
           MOVE WRK-RESUL TO WRK-RESUL-ED.
           MOVE EST-CATEGORIA (WRK-IND-EST) TO WRK-CATEGORIA.
           IF WRK-CATEGORIA = SPACES
               MOVE 'GER' TO WRK-CATEGORIA
           END-IF.
           ADD 1 TO WRK-ULTIMO-LANCTO.
           MOVE WRK-DATA-HOJE TO LG-DATA.
           MOVE WRK-OPERACAO TO LG-OPERACAO.
           MOVE WRK-NUM1 TO LG-NUM1.
           MOVE WRK-NUM2 TO LG-NUM2.
           MOVE WRK-RESUL-ED TO LG-RESUL-ED.
           MOVE WRK-RESUL TO LG-RESUL.
           MOVE WRK-CATEGORIA TO LG-CATEGORIA.
           MOVE WRK-ULTIMO-LANCTO TO LG-NUMERO.
           MOVE AJ-ESTORNO-DE TO LG-ESTORNO-DE.
           WRITE LEDGER-AJUSTES-REG.
           MOVE 'S' TO EST-ESTORNADO (WRK-IND-EST).
           ADD 1 TO WRK-QTDE-ESTORNOS.
           DISPLAY 'ESTORNO: ' WRK-RESUL-ED ' LANCAMENTO ' LG-NUMERO
               ' ESTORNA O ' LG-ESTORNO-DE.
           MOVE 'ESTORNO LANCADO' TO WRK-EVENTO-AUDIT.
           MOVE SPACES TO AU-CHAVE.
           MOVE LG-ESTORNO-DE TO AU-CHAVE (1:8).
           PERFORM 8900-REGISTRAR-EVENTO
               THRU 8900-REGISTRAR-EVENTO-EXIT.
           GO TO 4500-ESTORNAR-EXIT.
       4500-RECUSAR.
           ADD 1 TO WRK-QTDE-EST-RECUS.
           DISPLAY 'ESTORNO RECUSADO - ' WRK-MOTIVO-RECUSA
               ' (ORIGINAL ' AJ-ESTORNO-DE ')'.
           MOVE 'ESTORNO RECUSADO' TO WRK-EVENTO-AUDIT.
           MOVE SPACES TO AU-CHAVE.
           MOVE AJ-ESTORNO-DE TO AU-CHAVE (1:8).
           PERFORM 8900-REGISTRAR-EVENTO
               THRU 8900-REGISTRAR-EVENTO-EXIT.
       4500-ESTORNAR-EXIT.
           EXIT.

      *****************************************************
      * PROCURA NA TABELA DE ESTORNOS O ORIGINAL INFORMADO
      * EM AJ-ESTORNO-DE; ACHADO, WRK-IND-EST APONTA PARA ELE
      *****************************************************
       4510-BUSCAR-ESTORNO.
           MOVE 'N' TO WRK-EST-ACHADO.
           MOVE ZEROS TO WRK-IND-EST.
           PERFORM 4520-COMPARAR-ESTORNO
               THRU 4520-COMPARAR-ESTORNO-EXIT
               UNTIL ESTORNO-NA-TABELA
                   OR WRK-IND-EST NOT LESS THAN WRK-QTDE-EST.
       4510-BUSCAR-ESTORNO-EXIT.
           EXIT.

       4520-COMPARAR-ESTORNO.
           ADD 1 TO WRK-IND-EST.
           IF EST-ORIGINAL (WRK-IND-EST) = AJ-ESTORNO-DE
               MOVE 'S' TO WRK-EST-ACHADO
           END-IF.
       4520-COMPARAR-ESTORNO-EXIT.
           EXIT.

      *****************************************************
      * ACRESCENTA UMA LINHA NO LEDGER DE AJUSTES COM A DATA,
      * OS NUMEROS INFORMADOS E O RESULTADO SINALIZADO
      *****************************************************
       8000-GRAVAR-LEDGER.
           IF APROVACAO-ATIVA
               PERFORM 8050-BUSCAR-LIMITE THRU 8050-BUSCAR-LIMITE-EXIT
               IF LIMITE-ACHADO
                   MOVE WRK-RESUL TO WRK-ABS-RESUL
                   IF WRK-ABS-RESUL < ZEROS
                       COMPUTE WRK-ABS-RESUL = 0 - WRK-ABS-RESUL
                   END-IF
                   IF WRK-ABS-RESUL > WRK-LIMITE-CAT
                       PERFORM 8100-RETER-AJUSTE
                           THRU 8100-RETER-AJUSTE-EXIT
                       GO TO 8000-GRAVAR-LEDGER-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE WRK-DATA-HOJE TO LG-DATA.
           MOVE WRK-OPERACAO TO LG-OPERACAO.
           MOVE WRK-NUM1 TO LG-NUM1.
           MOVE WRK-RESUL-ED TO LG-RESUL-ED.
           MOVE WRK-RESUL TO LG-RESUL.
           MOVE WRK-CATEGORIA TO LG-CATEGORIA.
           ADD 1 TO WRK-ULTIMO-LANCTO.
           MOVE WRK-ULTIMO-LANCTO TO LG-NUMERO.
           MOVE ZEROS TO LG-ESTORNO-DE.
           WRITE LEDGER-AJUSTES-REG.
           DISPLAY 'LANCAMENTO NO LEDGER: ' LG-NUMERO.
       8000-GRAVAR-LEDGER-EXIT.
           EXIT.

      *****************************************************
      * LIMITE DE APROVACAO DA CATEGORIA DO AJUSTE: O DA
      * PROPRIA CATEGORIA NO PARAMAPR OU, NA FALTA DELE, O
      * PADRAO '***'. SEM NENHUM DOS DOIS A CATEGORIA NAO
      * TEM LIMITE
      *****************************************************
       8050-BUSCAR-LIMITE.
           MOVE 'N' TO WRK-LIM-ACHADO.
           MOVE ZEROS TO WRK-IND-LIM.
           PERFORM 8060-COMPARAR-LIMITE THRU 8060-COMPARAR-LIMITE-EXIT
               UNTIL LIMITE-ACHADO
                   OR WRK-IND-LIM NOT LESS THAN WRK-QTDE-LIMITES.
           IF NOT LIMITE-ACHADO AND TEM-LIMITE-PADRAO
               MOVE 'S' TO WRK-LIM-ACHADO
               MOVE WRK-LIMITE-PADRAO TO WRK-LIMITE-CAT
           END-IF.
       8050-BUSCAR-LIMITE-EXIT.
           EXIT.

       8060-COMPARAR-LIMITE.
           ADD 1 TO WRK-IND-LIM.
           IF LIM-CATEGORIA (WRK-IND-LIM) = WRK-CATEGORIA
               MOVE 'S' TO WRK-LIM-ACHADO
               MOVE LIM-VALOR (WRK-IND-LIM) TO WRK-LIMITE-CAT
           END-IF.
       8060-COMPARAR-LIMITE-EXIT.
           EXIT.

      *****************************************************
      * AJUSTE ACIMA DO LIMITE: EM VEZ DO LEDGER, ENTRA NA
      * LISTA DE PENDENTES COM O PROXIMO NUMERO, A ESPERA DA
      * DECISAO DE OUTRO OPERADOR NO PROGCOB41
      *****************************************************
       8100-RETER-AJUSTE.
           IF WRK-QTDE-PEND NOT LESS THAN 500
               DISPLAY '*** AJUSTPND CHEIO - AJUSTE DE ' WRK-RESUL-ED
                   ' NAO RETIDO NEM LANCADO ***'
               MOVE 8 TO WRK-RC-RUN
               GO TO 8100-RETER-AJUSTE-EXIT
           END-IF.
           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE SPACES TO WRK-PEND-REG.
           MOVE WRK-ULTIMO-NUMERO TO WPA-NUMERO.
           MOVE WRK-DATA-HOJE TO WPA-DATA-LOTE.
           MOVE WRK-OPER-LOTE TO WPA-OPER-LOTE.
           MOVE WRK-OPERACAO TO WPA-OPERACAO.
           MOVE WRK-NUM1 TO WPA-NUM1.
           MOVE WRK-NUM2 TO WPA-NUM2.
           MOVE WRK-RESUL TO WPA-RESUL.
           MOVE WRK-CATEGORIA TO WPA-CATEGORIA.
           MOVE WRK-LIMITE-CAT TO WPA-LIMITE.
           MOVE 'P' TO WPA-SITUACAO.
           ADD 1 TO WRK-QTDE-PEND.
           MOVE WRK-PEND-REG TO PND-IMAGEM (WRK-QTDE-PEND).
           MOVE 'S' TO WRK-PEND-ALTERADOS.
           ADD 1 TO WRK-QTDE-RETIDOS.
           DISPLAY 'ACIMA DO LIMITE DA CATEGORIA ' WRK-CATEGORIA
               ' - RETIDO PARA APROVACAO SOB O NUMERO '
               WPA-NUMERO.
           MOVE 'AJUSTE RETIDO' TO WRK-EVENTO-AUDIT.
           MOVE SPACES TO AU-CHAVE.
           MOVE WPA-NUMERO TO AU-CHAVE (1:8).
           PERFORM 8900-REGISTRAR-EVENTO
               THRU 8900-REGISTRAR-EVENTO-EXIT.
       8100-RETER-AJUSTE-EXIT.
           EXIT.

      *****************************************************
      * REGRAVA A LISTA DE PENDENTES INTEIRA. AJUSTES JA
      * LANCADOS OU REJEITADOS EM MES ANTERIOR SAEM DA LISTA
      * - A DECISAO FICA NA TRILHA DE AUDITORIA E O
      * LANCAMENTO NO LEDGER
      *****************************************************
       8500-REGRAVAR-PENDENTES.
           OPEN OUTPUT AJUSTES-PENDENTES.
           IF WRK-FS-PENDENTES NOT = "00"
               DISPLAY '*** AJUSTPND INDISPONIVEL (STATUS '
                   WRK-FS-PENDENTES ') - LISTA NAO REGRAVADA ***'
               MOVE 8 TO WRK-RC-RUN
               GO TO 8500-REGRAVAR-PENDENTES-EXIT
           END-IF.
           MOVE ZEROS TO WRK-IND-PEND.
           PERFORM 8550-GRAVAR-PENDENTE
               THRU 8550-GRAVAR-PENDENTE-EXIT
               UNTIL WRK-IND-PEND NOT LESS THAN WRK-QTDE-PEND.
           CLOSE AJUSTES-PENDENTES.
       8500-REGRAVAR-PENDENTES-EXIT.
           EXIT.

       8550-GRAVAR-PENDENTE.
           ADD 1 TO WRK-IND-PEND.
           MOVE PND-IMAGEM (WRK-IND-PEND) TO WRK-PEND-REG.
           IF PEND-LANCADO
               AND WPA-DATA-LANCTO (1:6) < WRK-MES-CORRENTE
               GO TO 8550-GRAVAR-PENDENTE-EXIT
           END-IF.
           IF PEND-REJEITADO
               AND WPA-DATA-DECISAO (1:6) < WRK-MES-CORRENTE
               GO TO 8550-GRAVAR-PENDENTE-EXIT
           END-IF.
           MOVE WRK-PEND-REG TO AJUSTE-PENDENTE-REG.
           WRITE AJUSTE-PENDENTE-REG.
       8550-GRAVAR-PENDENTE-EXIT.
           EXIT.

      *****************************************************
      * REGISTRA O EVENTO DO AJUSTE NA TRILHA DE AUDITORIA,
      * COM A CHAVE JA MONTADA PELO CHAMADOR
      *****************************************************
       8900-REGISTRAR-EVENTO.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB6" TO AU-PROGRAMA.
           MOVE WRK-DATA-HOJE TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE WRK-EVENTO-AUDIT TO AU-EVENTO.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       8900-REGISTRAR-EVENTO-EXIT.
           EXIT.

      *****************************************************
      * MODO DESACOMPANHADO: LE O AJUSTENT ATE O FIM, EXECUTA
      * EM CADA REGISTRO APENAS A OPERACAO SELECIONADA E GRAVA
           DISPLAY "==============================================".
           DISPLAY 'AJUSTES PROCESSADOS.: ' WRK-QTDE-AJUSTES.
           DISPLAY 'OPERACOES INVALIDAS.: ' WRK-QTDE-INVALIDOS.
           DISPLAY 'ESTORNOS LANCADOS...: ' WRK-QTDE-ESTORNOS.
           DISPLAY 'ESTORNOS RECUSADOS..: ' WRK-QTDE-EST-RECUS.
       5000-PROCESSAR-LOTE-EXIT.
           EXIT.

                           MOVE 'S' TO WRK-ARQ-CONTROLADO
                           DISPLAY 'LOTE CONTROLADO - ORIGEM '
                               AC-ORIGEM ' DATA ' AC-DATA
                           IF WRK-OPERADOR = 'BATCH'
                               AND AC-ORIGEM NOT = SPACES
                               MOVE AC-ORIGEM TO WRK-OPER-LOTE
                           END-IF
                       WHEN ARQUIVO-CONTROLADO AND CONTROLE-TRAILER
                           PERFORM 5180-CONFERIR-TRAILER
                               THRU 5180-CONFERIR-TRAILER-EXIT
               WHEN AJUSTE-MULTIPLICACAO
                   PERFORM 4000-MULTIPLICAR
                       THRU 4000-MULTIPLICAR-EXIT
               WHEN AJUSTE-ESTORNO
                   PERFORM 4500-ESTORNAR THRU 4500-ESTORNAR-EXIT
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-INVALIDOS
                   SUBTRACT 1 FROM WRK-QTDE-AJUSTES
           EXIT.

       9999-FINALIZAR.
           IF LEDGER-ABERTO
               IF PENDENTES-ALTERADOS
                   PERFORM 8500-REGRAVAR-PENDENTES
                       THRU 8500-REGRAVAR-PENDENTES-EXIT
               END-IF
               IF WRK-QTDE-RETIDOS > ZEROS
                   DISPLAY 'AJUSTES RETIDOS PARA APROVACAO..: '
                       WRK-QTDE-RETIDOS ' (PROGCOB41)'
               END-IF
               CLOSE LEDGER-AJUSTES
               MOVE 'N' TO WRK-LEDGER-ABERTO
           END-IF.
           PERFORM 9900-REGISTRAR-AUDITORIA
               THRU 9900-REGISTRAR-AUDITORIA-EXIT.
      * TILHADA (AUDITLOG) REGISTRANDO O TERMINO DESTE RUN
      *****************************************************
       9900-REGISTRAR-AUDITORIA.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB6" TO AU-PROGRAMA.
           MOVE WRK-DATA-HOJE TO AU-DATA.
           MOVE WRK-NUM1 TO WRK-CHAVE-AUDIT-ED.
           MOVE WRK-CHAVE-AUDIT-ED TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9900-REGISTRAR-AUDITORIA-EXIT.
           EXIT.
